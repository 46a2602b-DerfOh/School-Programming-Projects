      *Toll and traffic-violation pass-through billing
      *
      *Toll authorities and cities mail their notices weeks after
      *the car is back on the lot, and somebody used to match the
      *plate and date to a paper contract and bill the customer by
      *hand.  This job reads the VIOLTRAN notice feed (unit-id,
      *violation date and time, issuing agency, amount) and finds
      *the rental agreement that had that unit on that date:
      *
      *  - first the BILLHIST history of billed rentals the billing
      *    run keeps, a rental whose check-out date through return
      *    date takes in the violation date;
      *  - then OPENRENT, for a car still out that left on or before
      *    the violation date.
      *
      *A matched notice bills the fine plus the shop's
      *administrative fee as a new billing-detail item (make TOLL)
      *under the original agreement number, appended to the night's
      *BILLDETL after the billing run has written it, so it rides
      *to crstatement.cbl and crpayments.cbl like any other charge
      *and lands on the corporate invoice when the rental did.  The
      *receivable, the fine owed on to the agency, and the fee
      *revenue post as a balanced entry appended to JRNLFILE for
      *glledger.cbl, stamped with the open APERIODS period.
      *
      *A notice dated when no rental had the unit -- the car was on
      *the lot or in the shop -- bills nobody.  It prints on the
      *unmatched page and goes to the shared exception log for the
      *shop to absorb or dispute with the agency.  The feed is
      *cleared once posted so no notice bills twice.
      *
      *The administrative fee is read from PARMMAST (CRTOLLS /
      *TOLL-ADMIN-FEE) at start-up through the shared PARM
      *copybooks; the value in force prints under the banner.
       identification division.
       program-id. crtolls.
       environment division.
       input-output section.

       file-control.
      *> optional: most nights bring no notices at all
           select optional violation-file assign to "VIOLTRAN"
                 organization is line sequential
                 file status is vt-file-status.

      *> optional: a shop that has never billed has no history
           select optional billing-history assign to "BILLHIST"
                 organization is line sequential
                 file status is bh-file-status.

           select open-rental assign to "OPENRENT"
                 organization is indexed
                 access mode is random
                 record key is or-unit-id
                 file status is or-file-status.

           select customer-master assign to "CUSTMAST"
                 organization is indexed
                 access mode is random
                 record key is cm-customer-id
                 file status is cm-file-status.

      *> toll items appended to the night's billing detail
           select billing-detail assign to "BILLDETL"
                 organization is line sequential
                 file status is bd-file-status.

      *> pass-through entries appended to the night's journal file
           select journal-file assign to "JRNLFILE"
                 organization is line sequential
                 file status is jr-file-status.

           select file-out assign to printer, "con".

           copy EXCPSEL.

           copy PERDSEL.

           copy PARMSEL.

           copy RPTSEL.

       data division.
       file section.
       fd violation-file label records are omitted.
       01 violation-record.
           05 vt-unit-id            pic x(5).
           05 vt-violation-date     pic 9(8).
           05 vt-violation-time     pic 9(4).
           05 vt-agency             pic x(20).
           05 vt-fine-amount        pic 9(5)v99.

      *same layout as the billing run's BILLDETL record
       fd billing-history label records are omitted.
       01 billing-history-record.
           05 bh-customer-id        pic x(6).
           05 bh-customer-name      pic x(20).
           05 bh-car-make           pic x(4).
           05 bh-daily-charge       pic 9(7)v99.
           05 bh-mileage-charge     pic 9(7)v99.
           05 bh-late-fee           pic 9(4)v99.
           05 bh-damage-amount      pic 9(3)v99.
           05 bh-state-tax          pic 9(5)v99.
           05 bh-total-charge       pic 9(7)v99.
           05 bh-account-id         pic x(6).
           05 bh-corp-discount      pic 9(5)v99.
           05 bh-coverage-charge    pic 9(5)v99.
           05 bh-fuel-charge        pic 9(4)v99.
           05 bh-unit-id            pic x(5).
           05 bh-checkout-branch    pic x(3).
           05 bh-return-branch      pic x(3).
           05 bh-agreement-no       pic 9(7).
           05 bh-checkout-date      pic 9(8).
           05 bh-return-date        pic 9(8).
           05 bh-young-driver-charge pic 9(4)v99.
           05 bh-bill-type          pic x.
           05 bh-interim-credit     pic 9(7)v99.
           05 bh-agent-id           pic x(5).
           05 bh-dropoff-fee        pic 9(3)v99.

       fd open-rental label records are standard.
       01 open-rental-record.
           05 or-unit-id            pic x(5).
           05 or-customer-id        pic x(6).
           05 or-car-make           pic x(4).
           05 or-checkout-date      pic 9(8).
           05 or-contracted-days    pic 99.
           05 or-fuel-level-out     pic 9.
           05 or-agreement-no       pic 9(7).
           05 or-agent-id          pic x(5).
           05 or-reserved-make     pic x(4).
           05 or-upgrade-code      pic x.
               88 or-upgrade-comp      value 'C'.
               88 or-upgrade-paid      value 'P'.
               88 or-upgrade-loyalty   value 'L'.
           05 or-upgrade-day-diff  pic 99v99.
           05 or-upgrade-points    pic 9(7).
           05 or-checkout-branch   pic x(3).

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

       fd billing-detail label records are omitted.
       01 billing-detail-record.
           05 bd-customer-id        pic x(6).
           05 bd-customer-name      pic x(20).
           05 bd-car-make           pic x(4).
           05 bd-daily-charge       pic 9(7)v99.
           05 bd-mileage-charge     pic 9(7)v99.
           05 bd-late-fee           pic 9(4)v99.
           05 bd-damage-amount      pic 9(3)v99.
           05 bd-state-tax          pic 9(5)v99.
           05 bd-total-charge       pic 9(7)v99.
           05 bd-account-id         pic x(6).
           05 bd-corp-discount      pic 9(5)v99.
           05 bd-coverage-charge    pic 9(5)v99.
           05 bd-fuel-charge        pic 9(4)v99.
           05 bd-unit-id            pic x(5).
           05 bd-checkout-branch    pic x(3).
           05 bd-return-branch      pic x(3).
           05 bd-agreement-no       pic 9(7).
           05 bd-checkout-date      pic 9(8).
           05 bd-return-date        pic 9(8).
           05 bd-young-driver-charge pic 9(4)v99.
           05 bd-bill-type          pic x.
               88 bd-interim-bill       value 'I'.
           05 bd-interim-credit     pic 9(7)v99.
           05 bd-agent-id           pic x(5).
           05 bd-dropoff-fee        pic 9(3)v99.

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

       copy PARMFD.

       copy RPTFD.

       working-storage section.
       01 more-violations pic x value 'y'.
       01 more-history pic x value 'y'.
       01 vt-file-status pic xx.
       01 bh-file-status pic xx.
       01 or-file-status pic xx.
       01 cm-file-status pic xx.
       01 bd-file-status pic xx.
       01 jr-file-status pic xx.

      *the shop's handling charge on top of every notice it pays
      *on; a shop parameter, compiled-in value first
       01 toll-admin-fee pic 9(3)v99 value 25.00.

      *the agreement a notice was matched to
       01 match-found-flag pic x value 'n'.
           88 match-found value 'y'.
       01 match-source pic x(8) value spaces.
       01 match-customer-id pic x(6) value spaces.
       01 match-customer-name pic x(20) value spaces.
       01 match-account-id pic x(6) value spaces.
       01 match-agreement-no pic 9(7) value 0.
       01 match-checkout-date pic 9(8) value 0.
       01 match-return-date pic 9(8) value 0.
       01 toll-total-charge pic 9(7)v99 value 0.

      *notices nobody can be billed for, held for their own page
       01 unmatched-table.
           05 unmatched-entry occurs 500 times.
               10 um-unit-id        pic x(5).
               10 um-violation-date pic 9(8).
               10 um-violation-time pic 9(4).
               10 um-agency         pic x(20).
               10 um-fine-amount    pic 9(5)v99.
       01 unmatched-count pic 999 value 0.
       01 um-idx pic 999 value 0.

       01 notices-read-count pic 9(5) value 0.
       01 notices-billed-count pic 9(5) value 0.
       01 run-fine-total pic 9(9)v99 value 0.
       01 run-fee-total pic 9(9)v99 value 0.
       01 run-ar-total pic 9(9)v99 value 0.
       01 unmatched-total pic 9(9)v99 value 0.
       01 run-debits-total pic 9(11)v99 value 0.
       01 run-credits-total pic 9(11)v99 value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy PERDWS.
       copy PARMWS.

       01 line1-out.
           05 filler pic x(22) value spaces.
           05 filler pic x(36) value
               'Toll and Violation Pass-Through'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(5) value 'Unit '.
           05 filler pic x(1) value spaces.
           05 filler pic x(8) value 'Date    '.
           05 filler pic x(1) value spaces.
           05 filler pic x(4) value 'Time'.
           05 filler pic x(1) value spaces.
           05 filler pic x(20) value 'Agency'.
           05 filler pic x(1) value spaces.
           05 filler pic x(7) value 'Agreemt'.
           05 filler pic x(1) value spaces.
           05 filler pic x(6) value 'Cust  '.
           05 filler pic x(4) value spaces.
           05 filler pic x(6) value 'Billed'.

       01 print-billed-out.
           05 filler                pic x(1) value spaces.
           05 billed-unit-out       pic x(5).
           05 filler                pic x(1) value spaces.
           05 billed-date-out       pic 9(8).
           05 filler                pic x(1) value spaces.
           05 billed-time-out       pic 9(4).
           05 filler                pic x(1) value spaces.
           05 billed-agency-out     pic x(20).
           05 filler                pic x(1) value spaces.
           05 billed-agreement-out  pic 9(7).
           05 filler                pic x(1) value spaces.
           05 billed-cust-out       pic x(6).
           05 filler                pic x(1) value spaces.
           05 billed-total-out      pic $zz,zz9.99.
           05 filler                pic x(1) value spaces.
           05 billed-source-out     pic x(8).

       01 unmatched-title-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(50) value
               'Unmatched - No Rental On Violation Date:'.

       01 print-unmatched-out.
           05 filler                pic x(1) value spaces.
           05 unm-unit-out          pic x(5).
           05 filler                pic x(1) value spaces.
           05 unm-date-out          pic 9(8).
           05 filler                pic x(1) value spaces.
           05 unm-time-out          pic 9(4).
           05 filler                pic x(1) value spaces.
           05 unm-agency-out        pic x(20).
           05 filler                pic x(16) value spaces.
           05 unm-amount-out        pic $zz,zz9.99.

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

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(14) value 'Notices Read: '.
           05 read-count-out pic zzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(8) value 'Billed: '.
           05 billed-count-out pic zzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(11) value 'Unmatched: '.
           05 unmatched-count-out pic zzzz9.

       01 summary-amount-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(7) value 'Fines: '.
           05 fine-total-out pic $z,zzz,zz9.99.
           05 filler pic x(3) value spaces.
           05 filler pic x(6) value 'Fees: '.
           05 fee-total-out pic $z,zzz,zz9.99.
           05 filler pic x(3) value spaces.
           05 filler pic x(11) value 'Unmatched: '.
           05 unmatched-total-out pic $z,zzz,zz9.99.

       procedure division.
       100-main.
           open output file-out.
           perform 050-load-parameters.

           move 'TOLL PASS-THROUGH   ' to banner-job-name.
           move 'TL0001' to banner-batch-id.
           perform 8000-print-banner-page.
           perform 8650-print-parameters.

      *        no entry posts into a closed accounting period
           perform 8700-load-periods.
           move banner-run-date-ccyymmdd to perd-check-date.
           perform 8710-find-open-period.
           if not perd-period-ok
               display 'POSTING REFUSED: ' perd-refusal-text
               move 8 to return-code
               stop run
           end-if.

           open input violation-file.
           open input open-rental.
           if or-file-status not = '00'
               display 'OPEN-RENTAL FAILED TO OPEN, STATUS '
                   or-file-status
               stop run
           end-if.
           open input customer-master.
           if cm-file-status not = '00'
               display 'CUSTOMER-MASTER FAILED TO OPEN, STATUS '
                   cm-file-status
               stop run
           end-if.
           open extend billing-detail.
           if bd-file-status not = '00'
               open output billing-detail
               close billing-detail
               open extend billing-detail
           end-if.
           move spaces to billing-detail-record.
           open extend journal-file.
           if jr-file-status not = '00'
               open output journal-file
               close journal-file
               open extend journal-file
           end-if.
           move spaces to journal-record.
           perform 8900-open-exception-log.
           move 'CRTOLLS     ' to excp-this-job.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           read violation-file
               at end move 'n' to more-violations
           end-read.
           perform 200-process-notice until more-violations = 'n'.

           perform 400-print-unmatched.
           perform 900-write-journal.

           move notices-read-count to read-count-out.
           move notices-billed-count to billed-count-out.
           move unmatched-count to unmatched-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move run-fine-total to fine-total-out.
           move run-fee-total to fee-total-out.
           move unmatched-total to unmatched-total-out.
           write record-out from summary-amount-out
               after advancing 1 line.
           perform 8020-capture-line.

      *        the notices are billed or on the unmatched page now;
      *        clear the feed so tomorrow can't bill them again
           close violation-file.
           open output violation-file.
           close violation-file.

           close open-rental.
           close customer-master.
           close billing-detail.
           close journal-file.
           close exception-log.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

       050-load-parameters.
           perform 8600-open-parameters.
           move 'CRTOLLS   ' to parm-lookup-program.
           move 'TOLL-ADMIN-FEE' to parm-lookup-name.
           move toll-admin-fee to parm-value.
           perform 8610-get-parameter.
           move parm-value to toll-admin-fee.
           perform 8690-close-parameters.

       200-process-notice.
           add 1 to notices-read-count.
           if vt-violation-date not numeric
               or vt-fine-amount not numeric
               or vt-unit-id = spaces
               move 'VALS' to excp-reason-code
               move 'violation notice missing unit/date/amt'
                   to excp-reason-text
               move violation-record to excp-record-image
               perform 9000-log-exception
           else
               move 'n' to match-found-flag
               perform 210-match-billed-rental
               if not match-found
                   perform 220-match-open-rental
               end-if
               if match-found
                   perform 300-bill-notice
               else
                   perform 350-hold-unmatched
               end-if
           end-if.
           read violation-file
               at end move 'n' to more-violations
           end-read.

      *a returned rental covers every day from check-out through the
      *night its return was billed; the history is read front to
      *back for each notice, and the first rental that had the unit
      *that day is the one billed
       210-match-billed-rental.
           move 'y' to more-history.
           open input billing-history.
           if bh-file-status = '00'
               read billing-history
                   at end move 'n' to more-history
               end-read
               perform 215-check-one-history-row
                   until more-history = 'n' or match-found
           end-if.
           close billing-history.

       215-check-one-history-row.
           if bh-unit-id = vt-unit-id
               and bh-checkout-date > 0
               and bh-checkout-date <= vt-violation-date
               and bh-return-date >= vt-violation-date
               move 'y' to match-found-flag
               move 'BILLHIST' to match-source
               move bh-customer-id to match-customer-id
               move bh-customer-name to match-customer-name
               move bh-account-id to match-account-id
               move bh-agreement-no to match-agreement-no
               move bh-checkout-date to match-checkout-date
               move bh-return-date to match-return-date
           else
               read billing-history
                   at end move 'n' to more-history
               end-read
           end-if.

      *a car still out was on contract from the day it left
       220-match-open-rental.
           move vt-unit-id to or-unit-id.
           read open-rental
               invalid key
                   continue
               not invalid key
                   if or-checkout-date <= vt-violation-date
                       move 'y' to match-found-flag
                       move 'OPENRENT' to match-source
                       move or-customer-id to match-customer-id
                       move or-agreement-no to match-agreement-no
                       move or-checkout-date to match-checkout-date
                       move 0 to match-return-date
                       perform 225-read-renter
                   end-if
           end-read.

       225-read-renter.
           move or-customer-id to cm-customer-id.
           read customer-master
               invalid key
                   move all '?' to match-customer-name
                   move spaces to match-account-id
               not invalid key
                   move cm-customer-name to match-customer-name
                   move cm-account-id to match-account-id
           end-read.

      *the fine passes straight through; only the admin fee is ours.
      *unit and branches stay blank so the fleet and rebalancing
      *jobs don't count the notice as a rental
       300-bill-notice.
           compute toll-total-charge = vt-fine-amount + toll-admin-fee.
           move spaces to billing-detail-record.
           move match-customer-id to bd-customer-id.
           move match-customer-name to bd-customer-name.
           move 'TOLL' to bd-car-make.
           move 0 to bd-daily-charge.
           move 0 to bd-mileage-charge.
           move 0 to bd-late-fee.
           move 0 to bd-damage-amount.
           move 0 to bd-state-tax.
           move toll-total-charge to bd-total-charge.
           move match-account-id to bd-account-id.
           move 0 to bd-corp-discount.
           move 0 to bd-coverage-charge.
           move 0 to bd-fuel-charge.
           move match-agreement-no to bd-agreement-no.
           move match-checkout-date to bd-checkout-date.
           move match-return-date to bd-return-date.
           move 0 to bd-young-driver-charge.
           move space to bd-bill-type.
           move 0 to bd-interim-credit.
           move spaces to bd-agent-id.
           move 0 to bd-dropoff-fee.
           write billing-detail-record.

           add vt-fine-amount to run-fine-total.
           add toll-admin-fee to run-fee-total.
           add toll-total-charge to run-ar-total.
           add 1 to notices-billed-count.

           move vt-unit-id to billed-unit-out.
           move vt-violation-date to billed-date-out.
           move vt-violation-time to billed-time-out.
           move vt-agency to billed-agency-out.
           move match-agreement-no to billed-agreement-out.
           move match-customer-id to billed-cust-out.
           move toll-total-charge to billed-total-out.
           move match-source to billed-source-out.
           write record-out from print-billed-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       350-hold-unmatched.
           if unmatched-count >= 500
               display 'UNMATCHED TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to unmatched-count.
           move vt-unit-id to um-unit-id (unmatched-count).
           move vt-violation-date
               to um-violation-date (unmatched-count).
           move vt-violation-time
               to um-violation-time (unmatched-count).
           move vt-agency to um-agency (unmatched-count).
           move vt-fine-amount to um-fine-amount (unmatched-count).
           add vt-fine-amount to unmatched-total.
           move 'NORN' to excp-reason-code.
           move 'violation date has no rental for unit'
               to excp-reason-text.
           move violation-record to excp-record-image.
           perform 9000-log-exception.

       400-print-unmatched.
           if unmatched-count > 0
               write record-out from unmatched-title-out
                   after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
               perform 8100-advance-line
               perform 410-print-one-unmatched
                   varying um-idx from 1 by 1
                   until um-idx > unmatched-count
           end-if.

       410-print-one-unmatched.
           move um-unit-id (um-idx) to unm-unit-out.
           move um-violation-date (um-idx) to unm-date-out.
           move um-violation-time (um-idx) to unm-time-out.
           move um-agency (um-idx) to unm-agency-out.
           move um-fine-amount (um-idx) to unm-amount-out.
           write record-out from print-unmatched-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *the customer owes fine and fee; the fine is owed on to the
      *agency, the fee is the shop's revenue
       900-write-journal.
           move 0 to run-debits-total.
           move 0 to run-credits-total.

           if run-ar-total > 0
               move '1200' to jr-account
               move 'ACCOUNTS RECEIVABLE ' to jr-account-desc
               move 'DR' to jr-dr-cr
               move run-ar-total to jr-amount
               perform 925-write-one-journal-line
               move '2800' to jr-account
               move 'TOLLS/FINES PAYABLE ' to jr-account-desc
               move 'CR' to jr-dr-cr
               move run-fine-total to jr-amount
               perform 925-write-one-journal-line
               move '4650' to jr-account
               move 'TOLL ADMIN FEES     ' to jr-account-desc
               move 'CR' to jr-dr-cr
               move run-fee-total to jr-amount
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

       copy PARMPR.

       end program crtolls.
