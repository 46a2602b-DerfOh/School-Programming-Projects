      *Daily reservation-deposit balance report
      *
      *crbooking.cbl holds every deposit prepaid at booking on the
      *RESVDEP liability file until the billing run applies it at
      *the return, a no-show forfeits it or a cancellation releases
      *it, and each of those moves posts to customer deposits (GL
      *2950) on JRNLFILE.  Run last in the night, after both have
      *posted, this job lists every deposit still held -- customer,
      *pickup date, make, the day it was taken and how old it is --
      *and proves the file against the journal: last night's
      *balance (carried on RESVDEPB), plus tonight's 2950 credits,
      *less tonight's 2950 debits, has to equal what is on the file
      *now.  A balance that doesn't tie is logged to the shared
      *exception log.  The file total is carried forward as the
      *next night's opening balance.
       identification division.
       program-id. crdepbal.
       environment division.
       input-output section.


       file-control.
           select reservation-deposit assign to "RESVDEP"
                 organization is indexed
                 access mode is sequential
                 record key is dp-resv-key
                 file status is dp-file-status.

           select customer-master assign to "CUSTMAST"
                 organization is indexed
                 access mode is random
                 record key is cm-customer-id
                 file status is cm-file-status.

      *> tonight's journal entries, read for the deposit postings
           select optional journal-file assign to "JRNLFILE"
                 organization is line sequential
                 file status is jr-file-status.

      *> the liability balance carried from the last run
           select optional deposit-balance-file assign to "RESVDEPB"
                 organization is line sequential
                 file status is db-file-status.

           select file-out assign to printer, "con".

           copy EXCPSEL.


           copy RPTSEL.

       data division.
       file section.
       fd reservation-deposit label records are standard.
       01 reservation-deposit-record.
           05 dp-resv-key.
               10 dp-customer-id    pic x(6).
               10 dp-pickup-date    pic 9(8).
           05 dp-car-make           pic x(4).
           05 dp-deposit-amount     pic 9(5)v99.
           05 dp-date-taken         pic 9(8).

       fd customer-master label records are standard.
       01 customer-master-record.
           05 cm-customer-id       pic x(6).
           05 cm-customer-name     pic x(20).
           05 cm-account-id        pic x(6).
           05 cm-addr-line         pic x(25).
           05 cm-city              pic x(15).
           05 cm-state             pic x(2).
           05 cm-zip               pic x(5).
           05 cm-block-status      pic x.
               88 cm-blocked           value 'B'.
           05 cm-block-reason      pic x(4).
           05 cm-license-no        pic x(15).
           05 cm-license-state     pic x(2).
           05 cm-license-expiry    pic 9(8).
           05 cm-birth-date        pic 9(8).

       fd journal-file label records are omitted.
       01 journal-record.
           05 jr-run-date           pic 9(8).
           05 filler                pic x.
           05 jr-account            pic x(4).
           05 filler                pic x.
           05 jr-account-desc       pic x(20).
           05 filler                pic x.
           05 jr-dr-cr              pic x(2).
           05 filler                pic x.
           05 jr-amount             pic 9(9)v99.
           05 filler                pic x.
           05 jr-period             pic 9(6).

       fd deposit-balance-file label records are omitted.
       01 deposit-balance-record.
           05 db-balance-date       pic 9(8).
           05 db-balance            pic s9(11)v99.

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy EXCPFD.


       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 dp-file-status pic xx.
       01 cm-file-status pic xx.
       01 jr-file-status pic xx.
       01 db-file-status pic xx.

      *the customer deposits account on the ledger
       01 deposit-gl-account pic x(4) value '2950'.

       01 deposits-held-count pic 9(5) value 0.
       01 deposits-held-total pic s9(11)v99 value 0.
       01 opening-balance pic s9(11)v99 value 0.
       01 journal-credits pic s9(11)v99 value 0.
       01 journal-debits pic s9(11)v99 value 0.
       01 expected-balance pic s9(11)v99 value 0.
       01 deposit-age-days pic s9(5) value 0.
       01 taken-date-split.
           05 taken-yyyy pic 9(4).
           05 taken-mm   pic 9(2).
           05 taken-dd   pic 9(2).

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.

       01 line1-out.
           05 filler pic x(24) value spaces.
           05 filler pic x(32) value
               'Reservation Deposits Held'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(8) value 'Customer'.
           05 filler pic x(2) value spaces.
           05 filler pic x(20) value 'Name'.
           05 filler pic x(2) value spaces.
           05 filler pic x(8) value 'Pickup  '.
           05 filler pic x(2) value spaces.
           05 filler pic x(4) value 'Make'.
           05 filler pic x(2) value spaces.
           05 filler pic x(8) value 'Taken   '.
           05 filler pic x(2) value spaces.
           05 filler pic x(3) value 'Age'.
           05 filler pic x(4) value spaces.
           05 filler pic x(7) value 'Deposit'.

       01 print-deposit-out.
           05 filler                pic x(1) value spaces.
           05 dep-cust-out          pic x(6).
           05 filler                pic x(4) value spaces.
           05 dep-name-out          pic x(20).
           05 filler                pic x(2) value spaces.
           05 dep-pickup-out        pic 9(8).
           05 filler                pic x(2) value spaces.
           05 dep-make-out          pic x(4).
           05 filler                pic x(2) value spaces.
           05 dep-taken-out         pic 9(8).
           05 filler                pic x(1) value spaces.
           05 dep-age-out           pic zzz9.
           05 filler                pic x(1) value spaces.
           05 dep-amount-out        pic $zz,zz9.99.

       01 total-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(15) value 'Deposits Held: '.
           05 held-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(14) value 'File Balance: '.
           05 held-total-out pic $zzz,zzz,zz9.99-.

       01 tie-line-1-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(15) value 'Opening:       '.
           05 tie-opening-out pic $z,zzz,zzz,zz9.99-.
           05 filler pic x(2) value spaces.
           05 filler pic x(10) value 'Journal + '.
           05 tie-credits-out pic $zzz,zzz,zz9.99.

       01 tie-line-2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(15) value 'Journal -:     '.
           05 tie-debits-out pic $z,zzz,zzz,zz9.99.
           05 filler pic x(2) value spaces.
           05 filler pic x(10) value 'Expected: '.
           05 tie-expected-out pic $zzz,zzz,zz9.99-.

       01 tie-line-3-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(15) value 'On File:       '.
           05 tie-file-out pic $z,zzz,zzz,zz9.99-.
           05 filler pic x(2) value spaces.
           05 tie-verdict-out pic x(16).


       procedure division.
       100-main.
           open input reservation-deposit.
           if dp-file-status not = '00'
               display 'RESERVATION-DEPOSIT FAILED TO OPEN, STATUS '
                   dp-file-status
               stop run
           end-if.
           open input customer-master.
           if cm-file-status not = '00'
               display 'CUSTOMER-MASTER FAILED TO OPEN, STATUS '
                   cm-file-status
               stop run
           end-if.
           open output file-out.
           perform 8900-open-exception-log.
           move 'CRDEPBAL    ' to excp-this-job.

           move 'DEPOSIT BALANCE     ' to banner-job-name.
           move 'DB0001' to banner-batch-id.
           perform 8000-print-banner-page.

           perform 110-read-opening-balance.
           perform 120-sum-journal-postings.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           read reservation-deposit next record
               at end move 'n' to more-records
           end-read.
           perform 200-list-one-deposit until more-records = 'n'.

           move deposits-held-count to held-count-out.
           move deposits-held-total to held-total-out.
           write record-out from total-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           perform 600-print-tie-out.
           perform 700-carry-balance.

           close reservation-deposit.
           close customer-master.
           close exception-log.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

       110-read-opening-balance.
           open input deposit-balance-file.
           if db-file-status = '00'
               read deposit-balance-file
                   at end
                       move 0 to opening-balance
                   not at end
                       move db-balance to opening-balance
               end-read
           end-if.
           close deposit-balance-file.

      *only the customer deposits account is summed; every job
      *that moves a deposit posts it there
       120-sum-journal-postings.
           open input journal-file.
           if jr-file-status = '00'
               read journal-file
                   at end move 'n' to more-records
               end-read
               perform 125-sum-one-journal-line
                   until more-records = 'n'
           end-if.
           close journal-file.
           move 'y' to more-records.

       125-sum-one-journal-line.
           if jr-account = deposit-gl-account
               if jr-dr-cr = 'CR'
                   add jr-amount to journal-credits
               else
                   add jr-amount to journal-debits
               end-if
           end-if.
           read journal-file
               at end move 'n' to more-records
           end-read.

       200-list-one-deposit.
           add 1 to deposits-held-count.
           add dp-deposit-amount to deposits-held-total.
           move dp-customer-id to dep-cust-out.
           move dp-customer-id to cm-customer-id.
           read customer-master
               invalid key
                   move '** NOT ON CUSTMAST**' to dep-name-out
               not invalid key
                   move cm-customer-name to dep-name-out
           end-read.
           move dp-pickup-date to dep-pickup-out.
           move dp-car-make to dep-make-out.
           move dp-date-taken to dep-taken-out.
           move dp-date-taken to taken-date-split.
           compute deposit-age-days =
               ((banner-run-yyyy - taken-yyyy) * 360)
               + ((banner-run-mm - taken-mm) * 30)
               + (banner-run-dd - taken-dd).
           move deposit-age-days to dep-age-out.
           move dp-deposit-amount to dep-amount-out.
           write record-out from print-deposit-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           read reservation-deposit next record
               at end move 'n' to more-records
           end-read.

      *last night's balance, plus what the journal took in, less
      *what it paid out, has to be what the file holds now
       600-print-tie-out.
           compute expected-balance =
               opening-balance + journal-credits - journal-debits.
           move opening-balance to tie-opening-out.
           move journal-credits to tie-credits-out.
           write record-out from tie-line-1-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move journal-debits to tie-debits-out.
           move expected-balance to tie-expected-out.
           write record-out from tie-line-2-out
               after advancing 1 line.
           perform 8020-capture-line.
           move deposits-held-total to tie-file-out.
           if expected-balance = deposits-held-total
               move 'RECONCILED      ' to tie-verdict-out
           else
               move '** DOES NOT TIE ' to tie-verdict-out
               move 'DEPV' to excp-reason-code
               move 'deposit file does not tie to journal'
                   to excp-reason-text
               move tie-line-3-out to excp-record-image
               perform 9000-log-exception
           end-if.
           write record-out from tie-line-3-out
               after advancing 1 line.
           perform 8020-capture-line.

      *the file total becomes the next run's opening balance
       700-carry-balance.
           open output deposit-balance-file.
           move banner-run-date-ccyymmdd to db-balance-date.
           move deposits-held-total to db-balance.
           write deposit-balance-record.
           close deposit-balance-file.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       end program crdepbal.
