      *Accounts payable invoice entry
      *
      *The shop spends money with outside vendors in three places --
      *the apartment contractors aptworkord.cbl costs off WORKORD,
      *the fuel and port bills VOYCOST carries for each voyage, and
      *the tax and insurance payments keyed on ESCROTRN -- and until
      *now nothing recorded what was owed to whom or when.  This
      *job enters the vendor invoices keyed on APINVTR (vendor,
      *invoice number and date, amount, terms, expense account and
      *the source document it pays) against the VENDMAST vendor
      *master and carries them on APOPEN, the open-payables file
      *the weekly appayrun.cbl payment run selects from.
      *
      *Terms are net days plus an optional early-pay discount (a
      *percent taken if paid within the discount days).  The due
      *and discount dates are stepped forward from the invoice
      *date one calendar day at a time, the way crbooking.cbl dates
      *its pickup reminders.  Blank net days default to net 30.
      *
      *An invoice is refused to the report and the shared exception
      *log when the vendor isn't on the master, the invoice number,
      *date, amount or expense account is missing or bad, the
      *discount window runs past the due date, or the same vendor
      *invoice number is already open or keyed twice tonight.  An
      *inactive or uninsured vendor's invoice is still entered --
      *the liability is real -- but the payment run holds it.
      *
      *Each accepted invoice accrues its expense at entry: the
      *invoice's expense account debited and 2100 accounts payable
      *credited, appended to JRNLFILE for glledger.cbl under the
      *open APERIODS period.  The open-payables aging prints at the
      *end of every run.  APINVTR is cleared once consumed.
       identification division.
       program-id. apinvoice.
       environment division.
       input-output section.

       file-control.
      *> optional: most nights no invoices are keyed
           select optional invoice-tran-file assign to "APINVTR"
                 organization is line sequential
                 file status is it-file-status.

           select vendor-master assign to "VENDMAST"
                 organization is line sequential
                 file status is vn-file-status.

      *> the carried open payables, appended here and rewritten by
      *> the payment run
           select optional open-payables assign to "APOPEN"
                 organization is line sequential
                 file status is op-file-status.

      *> invoice accruals appended to the night's journal file
           select journal-file assign to "JRNLFILE"
                 organization is line sequential
                 file status is jr-file-status.

           select file-out assign to printer, "con".

           copy EXCPSEL.

           copy PERDSEL.

           copy RPTSEL.

       data division.
       file section.
       fd invoice-tran-file label records are omitted.
       01 invoice-tran-record.
           05 it-vendor-id          pic x(5).
           05 it-invoice-no         pic x(10).
           05 it-invoice-date.
               10 it-inv-yyyy       pic 9(4).
               10 it-inv-mm         pic 9(2).
               10 it-inv-dd         pic 9(2).
           05 it-amount             pic 9(7)v99.
           05 it-net-days           pic 9(3).
           05 it-disc-pct           pic 9v99.
           05 it-disc-days          pic 9(3).
           05 it-expense-acct       pic x(4).
           05 it-expense-desc       pic x(20).
           05 it-source             pic x.
               88 it-source-ok          values 'W' 'V' 'E' 'O'.
           05 it-reference          pic x(10).

       fd vendor-master label records are standard.
       01 vendor-master-record.
           05 vn-vendor-id      pic x(5).
           05 vn-vendor-name    pic x(15).
           05 vn-cat-1          pic x(10).
           05 vn-cat-2          pic x(10).
           05 vn-cat-3          pic x(10).
           05 vn-insurance-expiry pic 9(8).
           05 vn-active-flag    pic x.
               88 vn-active         value 'A'.
           05 vn-tin            pic x(9).
           05 vn-1099-flag      pic x.
               88 vn-1099-eligible  value 'Y'.
           05 vn-remit-addr     pic x(25).
           05 vn-remit-city     pic x(15).
           05 vn-remit-state    pic x(2).
           05 vn-remit-zip      pic x(5).

      *one open invoice; source W work order, V voyage cost,
      *E escrow payment, O other
       fd open-payables label records are omitted.
       01 open-payable-record.
           05 op-vendor-id          pic x(5).
           05 op-invoice-no         pic x(10).
           05 op-invoice-date       pic 9(8).
           05 op-due-date           pic 9(8).
           05 op-disc-date          pic 9(8).
           05 op-disc-pct           pic 9v99.
           05 op-amount             pic 9(7)v99.
           05 op-expense-acct       pic x(4).
           05 op-source             pic x.
           05 op-reference          pic x(10).

       fd journal-file label records are omitted.
       01 journal-record.
           05 jr-run-date           pic 9(8).
           05 filler                pic x value space.
           05 jr-account            pic x(4).
           05 filler                pic x value space.
           05 jr-account-desc       pic x(20).
           05 filler                pic x value space.
           05 jr-dr-cr              pic x(2).
           05 filler                pic x value space.
           05 jr-amount             pic 9(9)v99.
           05 filler                pic x value space.
           05 jr-period             pic 9(6).

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy EXCPFD.

       copy PERDFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 more-vendor-recs pic x value 'y'.
       01 it-file-status pic xx.
       01 vn-file-status pic xx.
       01 op-file-status pic xx.
       01 jr-file-status pic xx.

      *terms used when the invoice keys none
       01 default-net-days pic 9(3) value 30.

       01 vendor-master-table.
           05 vendor-master-entry occurs 200 times.
               10 vm-vendor-id          pic x(5).
               10 vm-insurance-expiry   pic 9(8).
               10 vm-active-flag        pic x.
       01 vendor-master-count pic 999 value 0.
       01 vm-idx pic 999 value 0.
       01 vm-match-idx pic 999 value 0.
       01 vm-found-flag pic x value 'n'.
           88 vm-found value 'y'.

      *the open payables, carried and entered tonight
       01 open-table.
           05 open-entry occurs 1000 times.
               10 ot-vendor-id          pic x(5).
               10 ot-invoice-no         pic x(10).
               10 ot-due-date           pic 9(8).
               10 ot-amount             pic 9(7)v99.
       01 open-count pic 9(4) value 0.
       01 ot-idx pic 9(4) value 0.
       01 ot-found-flag pic x value 'n'.
           88 ot-found value 'y'.

       01 invoice-ok-flag pic x value 'y'.
           88 invoice-ok value 'y'.
       01 reject-reason pic x(30) value spaces.

       01 net-days-used pic 9(3) value 0.
       01 disc-pct-used pic 9v99 value 0.
       01 disc-days-used pic 9(3) value 0.
       01 due-date-calc pic 9(8) value 0.
       01 disc-date-calc pic 9(8) value 0.

      *a date stepped forward one calendar day at a time
       01 term-date.
           05 term-yyyy pic 9(4).
           05 term-mm   pic 9(2).
           05 term-dd   pic 9(2).
       01 term-date-num redefines term-date pic 9(8).
       01 month-length-values pic x(24)
               value '312831303130313130313031'.
       01 month-length-table redefines month-length-values.
           05 month-length occurs 12 times pic 99.
       01 days-this-month pic 99 value 0.
       01 leap-quotient pic 9(4) value 0.
       01 leap-rem-4 pic 9(4) value 0.
       01 leap-rem-100 pic 9(4) value 0.
       01 leap-rem-400 pic 9(4) value 0.

       01 run-date-num pic 9(8) value 0.
       01 invoices-read pic 9(5) value 0.
       01 invoices-entered pic 9(5) value 0.
       01 invoices-rejected pic 9(5) value 0.
       01 entered-total pic 9(9)v99 value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy PERDWS.
       copy APAGEWS.

       01 line1-out.
           05 filler pic x(26) value spaces.
           05 filler pic x(25) value 'AP Invoice Entry Register'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(7) value 'Vendor'.
           05 filler pic x(12) value 'Invoice'.
           05 filler pic x(10) value 'Inv Date'.
           05 filler pic x(10) value 'Due Date'.
           05 filler pic x(10) value 'Disc Date'.
           05 filler pic x(14) value '        Amount'.
           05 filler pic x(2) value spaces.
           05 filler pic x(7) value 'Account'.

       01 print-invoice-out.
           05 filler                pic x(1) value spaces.
           05 inv-vendor-out        pic x(5).
           05 filler                pic x(2) value spaces.
           05 inv-invoice-out       pic x(10).
           05 filler                pic x(2) value spaces.
           05 inv-date-out          pic 9(8).
           05 filler                pic x(2) value spaces.
           05 inv-due-out           pic 9(8).
           05 filler                pic x(2) value spaces.
           05 inv-disc-out          pic x(8).
           05 filler                pic x(2) value spaces.
           05 inv-amount-out        pic $z,zzz,zz9.99.
           05 filler                pic x(3) value spaces.
           05 inv-account-out       pic x(4).

       01 print-reject-out.
           05 filler                pic x(1) value spaces.
           05 rej-vendor-out        pic x(5).
           05 filler                pic x(2) value spaces.
           05 rej-invoice-out       pic x(10).
           05 filler                pic x(2) value spaces.
           05 filler                pic x(17) value
               '*** REJECTED *** '.
           05 rej-reason-out        pic x(30).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(17) value 'Invoices Read:   '.
           05 read-count-out pic zzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(10) value 'Entered:  '.
           05 entered-count-out pic zzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(10) value 'Rejected: '.
           05 rejected-count-out pic zzzz9.

       01 summary-line-2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(17) value 'Amount Entered:  '.
           05 entered-total-out pic $zzz,zzz,zz9.99.

       01 posting-title-out.
           05 filler                pic x(28) value spaces.
           05 filler                pic x(22) value
               'Journal Posting Totals'.

       01 posting-line-out.
           05 filler                pic x(1) value spaces.
           05 filler                pic x(8) value 'Debits: '.
           05 posting-debits-out    pic $zzz,zzz,zz9.99.
           05 filler                pic x(4) value spaces.
           05 filler                pic x(9) value 'Credits: '.
           05 posting-credits-out   pic $zzz,zzz,zz9.99.
           05 filler                pic x(2) value spaces.
           05 posting-balance-out   pic x(16).

       01 run-debits-total pic 9(11)v99 value 0.
       01 run-credits-total pic 9(11)v99 value 0.

       procedure division.
       100-main.
           open output file-out.
           perform 8900-open-exception-log.
           move 'APINVOICE   ' to excp-this-job.

           move 'AP INVOICE ENTRY    ' to banner-job-name.
           move 'AI0001' to banner-batch-id.
           perform 8000-print-banner-page.
           move banner-run-date-ccyymmdd to run-date-num.

      *        no entry posts into a closed accounting period
           perform 8700-load-periods.
           move banner-run-date-ccyymmdd to perd-check-date.
           perform 8710-find-open-period.
           if not perd-period-ok
               display 'POSTING REFUSED: ' perd-refusal-text
               move 8 to return-code
               stop run
           end-if.
           open extend journal-file.
           if jr-file-status not = '00'
               open output journal-file
               close journal-file
               open extend journal-file
           end-if.
           move spaces to journal-record.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 110-load-vendors.
           perform 120-load-open-payables.

           open extend open-payables.
           if op-file-status not = '00'
               open output open-payables
               close open-payables
               open extend open-payables
           end-if.
           move spaces to open-payable-record.
           perform 200-enter-invoices.
           close open-payables.

           move invoices-read to read-count-out.
           move invoices-entered to entered-count-out.
           move invoices-rejected to rejected-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move entered-total to entered-total-out.
           write record-out from summary-line-2-out
               after advancing 1 line.
           perform 8020-capture-line.

           perform 800-age-one-open-payable
               varying ot-idx from 1 by 1
               until ot-idx > open-count.
           perform 9450-print-payables-aging.

           perform 900-write-journal.

           close journal-file.
           close exception-log.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

       110-load-vendors.
           open input vendor-master.
           if vn-file-status not = '00'
               display 'VENDMAST FAILED TO OPEN, STATUS '
                   vn-file-status
               stop run
           end-if.
           read vendor-master at end move 'n' to more-vendor-recs.
           perform 115-load-one-vendor
               until more-vendor-recs = 'n'.
           close vendor-master.

       115-load-one-vendor.
           if vendor-master-count >= 200
               display 'VENDOR MASTER TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to vendor-master-count.
           move vn-vendor-id
               to vm-vendor-id (vendor-master-count).
           move vn-insurance-expiry
               to vm-insurance-expiry (vendor-master-count).
           move vn-active-flag
               to vm-active-flag (vendor-master-count).
           read vendor-master at end move 'n' to more-vendor-recs.

       120-load-open-payables.
           open input open-payables.
           if op-file-status = '00'
               read open-payables
                   at end move 'n' to more-records
               end-read
               perform 125-load-one-open-payable
                   until more-records = 'n'
           end-if.
           close open-payables.
           move 'y' to more-records.

       125-load-one-open-payable.
           perform 130-check-open-room.
           add 1 to open-count.
           move op-vendor-id to ot-vendor-id (open-count).
           move op-invoice-no to ot-invoice-no (open-count).
           move op-due-date to ot-due-date (open-count).
           move op-amount to ot-amount (open-count).
           read open-payables
               at end move 'n' to more-records
           end-read.

       130-check-open-room.
           if open-count >= 1000
               display 'OPEN PAYABLES TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.

      *the consumed invoices are cleared so they can't enter twice
       200-enter-invoices.
           open input invoice-tran-file.
           if it-file-status = '00'
               read invoice-tran-file
                   at end move 'n' to more-records
               end-read
               perform 210-enter-one-invoice
                   until more-records = 'n'
               close invoice-tran-file
               open output invoice-tran-file
           end-if.
           close invoice-tran-file.
           move 'y' to more-records.

       210-enter-one-invoice.
           add 1 to invoices-read.
           perform 215-validate-invoice.
           if invoice-ok
               perform 300-add-open-payable
           else
               perform 400-reject-invoice
           end-if.
           read invoice-tran-file
               at end move 'n' to more-records
           end-read.

      *blank terms fall back to the defaults before they are
      *checked, so a plain net-30 invoice needs none keyed
       215-validate-invoice.
           move 'y' to invoice-ok-flag.
           move default-net-days to net-days-used.
           if it-net-days is numeric and it-net-days > 0
               move it-net-days to net-days-used
           end-if.
           move 0 to disc-pct-used.
           move 0 to disc-days-used.
           if it-disc-pct is numeric and it-disc-days is numeric
               move it-disc-pct to disc-pct-used
               move it-disc-days to disc-days-used
           end-if.
           move 'n' to vm-found-flag.
           perform 220-scan-one-master-vendor
               varying vm-idx from 1 by 1
               until vm-idx > vendor-master-count or vm-found.
           move 'n' to ot-found-flag.
           perform 225-scan-one-open-payable
               varying ot-idx from 1 by 1
               until ot-idx > open-count or ot-found.
           evaluate true
               when not vm-found
                   move 'n' to invoice-ok-flag
                   move 'NVEN' to excp-reason-code
                   move 'VENDOR NOT ON MASTER          '
                       to reject-reason
               when it-invoice-no = spaces
                   move 'n' to invoice-ok-flag
                   move 'IVAL' to excp-reason-code
                   move 'NO INVOICE NUMBER             '
                       to reject-reason
               when it-invoice-date not numeric
                   or it-inv-mm < 1 or it-inv-mm > 12
                   or it-inv-dd < 1 or it-inv-dd > 31
                   move 'n' to invoice-ok-flag
                   move 'IDAT' to excp-reason-code
                   move 'INVOICE DATE NOT VALID        '
                       to reject-reason
               when it-amount not numeric or it-amount = 0
                   move 'n' to invoice-ok-flag
                   move 'IAMT' to excp-reason-code
                   move 'NO INVOICE AMOUNT             '
                       to reject-reason
               when it-expense-acct = spaces
                   move 'n' to invoice-ok-flag
                   move 'IACT' to excp-reason-code
                   move 'NO EXPENSE ACCOUNT            '
                       to reject-reason
               when disc-days-used > net-days-used
                   or (disc-pct-used > 0 and disc-days-used = 0)
                   move 'n' to invoice-ok-flag
                   move 'ITRM' to excp-reason-code
                   move 'DISCOUNT TERMS NOT VALID      '
                       to reject-reason
               when ot-found
                   move 'n' to invoice-ok-flag
                   move 'DUPI' to excp-reason-code
                   move 'INVOICE ALREADY OPEN          '
                       to reject-reason
           end-evaluate.

       220-scan-one-master-vendor.
           if vm-vendor-id (vm-idx) = it-vendor-id
               move 'y' to vm-found-flag
               move vm-idx to vm-match-idx
           end-if.

       225-scan-one-open-payable.
           if ot-vendor-id (ot-idx) = it-vendor-id
               and ot-invoice-no (ot-idx) = it-invoice-no
               move 'y' to ot-found-flag
           end-if.

       300-add-open-payable.
           move it-invoice-date to term-date.
           perform 350-advance-term-date net-days-used times.
           move term-date-num to due-date-calc.
           move 0 to disc-date-calc.
           if disc-pct-used > 0
               move it-invoice-date to term-date
               perform 350-advance-term-date disc-days-used times
               move term-date-num to disc-date-calc
           end-if.

           move it-vendor-id to op-vendor-id.
           move it-invoice-no to op-invoice-no.
           move it-invoice-date to op-invoice-date.
           move due-date-calc to op-due-date.
           move disc-date-calc to op-disc-date.
           move disc-pct-used to op-disc-pct.
           move it-amount to op-amount.
           move it-expense-acct to op-expense-acct.
           if it-source-ok
               move it-source to op-source
           else
               move 'O' to op-source
           end-if.
           move it-reference to op-reference.
           write open-payable-record.

           perform 130-check-open-room.
           add 1 to open-count.
           move it-vendor-id to ot-vendor-id (open-count).
           move it-invoice-no to ot-invoice-no (open-count).
           move due-date-calc to ot-due-date (open-count).
           move it-amount to ot-amount (open-count).

           add 1 to invoices-entered.
           add it-amount to entered-total.
           move it-vendor-id to inv-vendor-out.
           move it-invoice-no to inv-invoice-out.
           move it-invoice-date to inv-date-out.
           move due-date-calc to inv-due-out.
           if disc-date-calc > 0
               move disc-date-calc to inv-disc-out
           else
               move spaces to inv-disc-out
           end-if.
           move it-amount to inv-amount-out.
           move it-expense-acct to inv-account-out.
           write record-out from print-invoice-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *the expense accrues the night the invoice is entered
           move it-expense-acct to jr-account.
           move it-expense-desc to jr-account-desc.
           move 'DR' to jr-dr-cr.
           move it-amount to jr-amount.
           perform 925-write-one-journal-line.

       350-advance-term-date.
           move month-length (term-mm) to days-this-month.
           if term-mm = 2
               divide term-yyyy by 4
                   giving leap-quotient remainder leap-rem-4
               divide term-yyyy by 100
                   giving leap-quotient remainder leap-rem-100
               divide term-yyyy by 400
                   giving leap-quotient remainder leap-rem-400
               if leap-rem-4 = 0
                   and (leap-rem-100 not = 0 or leap-rem-400 = 0)
                   move 29 to days-this-month
               end-if
           end-if.
           add 1 to term-dd.
           if term-dd > days-this-month
               move 1 to term-dd
               add 1 to term-mm
               if term-mm > 12
                   move 1 to term-mm
                   add 1 to term-yyyy
               end-if
           end-if.

       400-reject-invoice.
           add 1 to invoices-rejected.
           move it-vendor-id to rej-vendor-out.
           move it-invoice-no to rej-invoice-out.
           move reject-reason to rej-reason-out.
           write record-out from print-reject-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move reject-reason to excp-reason-text.
           move invoice-tran-record to excp-record-image.
           perform 9000-log-exception.

      *held when the payment run would hold it: vendor gone from
      *the master, inactive, or insured only to a date now past
       800-age-one-open-payable.
           move ot-vendor-id (ot-idx) to apag-vendor-in.
           move ot-due-date (ot-idx) to apag-due-date.
           move ot-amount (ot-idx) to apag-amount.
           move 'n' to apag-held-in.
           move 'n' to vm-found-flag.
           perform 810-scan-one-aged-vendor
               varying vm-idx from 1 by 1
               until vm-idx > vendor-master-count or vm-found.
           if not vm-found
               move 'y' to apag-held-in
           else
               if vm-active-flag (vm-match-idx) not = 'A'
                   or vm-insurance-expiry (vm-match-idx)
                       < run-date-num
                   move 'y' to apag-held-in
               end-if
           end-if.
           perform 9400-age-one-payable.

       810-scan-one-aged-vendor.
           if vm-vendor-id (vm-idx) = ot-vendor-id (ot-idx)
               move 'y' to vm-found-flag
               move vm-idx to vm-match-idx
           end-if.

      *each invoice debited its own expense account as it was
      *entered; the liability is credited in one total
       900-write-journal.
           if entered-total > 0
               move '2100' to jr-account
               move 'ACCOUNTS PAYABLE    ' to jr-account-desc
               move 'CR' to jr-dr-cr
               move entered-total to jr-amount
               perform 925-write-one-journal-line
           end-if.

           move run-debits-total to posting-debits-out.
           move run-credits-total to posting-credits-out.
           if run-debits-total = run-credits-total
               move 'IN BALANCE      ' to posting-balance-out
           else
               move '** OUT OF BAL **' to posting-balance-out
           end-if.
           write record-out from posting-title-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from posting-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

       925-write-one-journal-line.
           move banner-run-date-ccyymmdd to jr-run-date.
           move perd-open-period to jr-period.
           if jr-dr-cr = 'DR'
               add jr-amount to run-debits-total
           else
               add jr-amount to run-credits-total
           end-if.
           write journal-record.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy PERDPR.

       copy APAGEPR.

       end program apinvoice.
