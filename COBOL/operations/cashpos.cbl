      *Daily cash position and fourteen-day projection
      *
      *Treasury cash for the whole shop sits in the same bank
      *accounts, but each business only ever knew its own side of
      *it, and whether tomorrow's payouts could be covered was
      *found out by telephone.  This job puts the four sides on one
      *page.  Today's position starts from the prior bank balance
      *(the 'B' record on BANKSTMT, the statement bankrecon.cbl
      *reconciles) and adds the day's receipts:
      *
      *  - rental payments as counted onto BANKDEP by branch; a day
      *    with no counted deposits falls back to the PAYMENTS
      *    transactions crpayments.cbl applies;
      *  - tenant receipts on APTRCPTS, less the NSF returns;
      *  - freight payments on SHIPPAY, as shiprecv.cbl applies them;
      *
      *and subtracts the day's disbursements: the reward payments on
      *IRSDISB, the escrow tax and insurance checks on ESCROTRN, the
      *vendor checks appayrun.cbl issued today on APCHKREG, the
      *customer refund checks crrefund.cbl issued today on
      *CRREFREG, and any APTLOAN payment falling due today.
      *
      *The next fourteen days are projected from what is already
      *known to be coming:
      *
      *  - IRSSCHED installments on their monthly due dates (one
      *    already past due lands tomorrow);
      *  - the IRSHELDQ funding queue, all of it tomorrow, since it
      *    pays the moment the money is there;
      *  - APTLOAN level payments on the origination day of each
      *    month, priced the way aptamort.cbl prices the schedule;
      *  - APOPEN vendor invoices in full on their due dates (one
      *    already past due lands tomorrow);
      *  - open CRAROPEN rental and SHIPAROPN freight receivables,
      *    aged 30/360 from today the way their own aging reports
      *    do, each bucket weighted by the share of it expected to
      *    be collected inside the fortnight, spread evenly across
      *    the fourteen days.
      *
      *The minimum balance and the four collection percentages are
      *shop parameters (PARMMAST, program CASHPOS).  Every day --
      *today included -- closing under the minimum is flagged on
      *the report and logged to the shared exception log (CPLO),
      *and a statement with no balance record is logged (CPNB) so
      *a zero opening balance is never mistaken for a real one.
       identification division.
       program-id. cashpos.
       environment division.
       input-output section.

       file-control.
      *> optional: a missing statement opens at zero and is logged
           select optional statement-file assign to "BANKSTMT"
                 organization is line sequential
                 file status is bs-file-status.

           select optional bank-deposit-file assign to "BANKDEP"
                 organization is line sequential
                 file status is bk-file-status.

           select optional rental-pay-file assign to "PAYMENTS"
                 organization is line sequential
                 file status is py-file-status.

           select optional apt-receipts-file assign to "APTRCPTS"
                 organization is line sequential
                 file status is rc-file-status.

           select optional freight-pay-file assign to "SHIPPAY"
                 organization is line sequential
                 file status is fp-file-status.

           select optional disb-file assign to "IRSDISB"
                 organization is line sequential
                 file status is db-file-status.

           select optional escrow-tran-file assign to "ESCROTRN"
                 organization is line sequential
                 file status is et-file-status.

           select optional loan-master assign to "APTLOAN"
                 organization is line sequential
                 file status is ln-file-status.

           select optional sched-file assign to "IRSSCHED"
                 organization is line sequential
                 file status is sf-file-status.

           select optional held-queue assign to "IRSHELDQ"
                 organization is line sequential
                 file status is hq-file-status.

           select optional rental-open-file assign to "CRAROPEN"
                 organization is line sequential
                 file status is ar-file-status.

           select optional freight-open-file assign to "SHIPAROPN"
                 organization is line sequential
                 file status is oi-file-status.

           select optional check-register assign to "APCHKREG"
                 organization is line sequential
                 file status is cr-file-status.

           select optional refund-register assign to "CRREFREG"
                 organization is line sequential
                 file status is rr-file-status.

           select optional open-payables assign to "APOPEN"
                 organization is line sequential
                 file status is op-file-status.

           select file-out assign to printer, "con".

           copy EXCPSEL.

           copy PARMSEL.

           copy RPTSEL.

       data division.
       file section.
       fd statement-file label records are omitted.
       01 statement-record.
           05 bs-type           pic x.
               88 bs-balance        value 'B'.
               88 bs-check          value 'C'.
               88 bs-deposit        value 'D'.
           05 bs-key            pic x(9).
           05 bs-amount         pic 9(9)v99.
           05 bs-date           pic 9(8).

       fd bank-deposit-file label records are omitted.
       01 bank-deposit-record.
           05 bk-branch             pic x(3).
           05 bk-counted-amount     pic 9(9)v99.

       fd rental-pay-file label records are omitted.
       01 rental-pay-record.
           05 py-customer-id        pic x(6).
           05 py-amount             pic 9(8)v99.
           05 py-method             pic x.
           05 py-branch             pic x(3).

       fd apt-receipts-file label records are omitted.
       01 apt-receipts-record.
           05 rc-building-id        pic x(3).
           05 rc-unit-no            pic x(4).
           05 rc-amount             pic 9(7)v99.
           05 rc-receipt-no         pic x(8).
           05 rc-tran-type          pic x.
               88 rc-nsf                value 'N'.

       fd freight-pay-file label records are omitted.
       01 freight-pay-record.
           05 fp-invoice-no         pic 9(7).
           05 fp-amount             pic 9(11)v99.

       fd disb-file label records are omitted.
       01 disb-record.
            05 db-record-type    pic x.
                88 db-detail         value 'D'.
                88 db-trailer        value 'T'.
            05 db-claimant-id    pic x(9).
            05 db-name           pic x(20).
            05 db-pay-method     pic x.
            05 db-amount         pic 9(8)v99.
            05 db-check-no       pic 9(9).

       fd escrow-tran-file label records are omitted.
       01 escrow-tran-record.
           05 et-building-id    pic x(3).
           05 et-type           pic x.
               88 et-tax-payment    value 'T'.
               88 et-ins-payment    value 'I'.
           05 et-amount         pic 9(7)v99.

       fd loan-master label records are standard.
       01 loan-master-record.
           05 ln-building-id    pic x(3).
           05 ln-principal      pic 9(9)v99.
           05 ln-annual-rate    pic v9999.
           05 ln-term-months    pic 9(3).
           05 ln-orig-date      pic 9(8).

       fd sched-file label records are omitted.
       01 sched-record.
            05 sf-claimant-id pic x(9).
            05 sf-name        pic x(20).
            05 sf-original    pic 9(8)v99.
            05 sf-installment pic 9(8)v99.
            05 sf-next-due    pic 9(8).
            05 sf-remaining   pic 9(8)v99.

       fd held-queue label records are omitted.
       01 held-queue-record.
            05 hq-claimant-id    pic x(9).
            05 hq-name           pic x(20).
            05 hq-amount         pic 9(8)v99.

       fd rental-open-file label records are omitted.
       01 rental-open-record.
           05 ar-customer-id        pic x(6).
           05 ar-customer-name      pic x(20).
           05 ar-bill-date          pic 9(8).
           05 ar-amount-open        pic 9(8)v99.
           05 ar-agreement-no       pic 9(7).

       fd freight-open-file label records are omitted.
       01 freight-open-record.
           05 oi-invoice-no         pic 9(7).
           05 oi-company            pic x(20).
           05 oi-invoice-date       pic 9(8).
           05 oi-amount-open        pic 9(11)v99.

       fd check-register label records are omitted.
       01 check-register-record.
           05 cr-check-no           pic x(9).
           05 cr-payee-name         pic x(20).
           05 cr-amount             pic 9(8)v99.
           05 cr-issue-date         pic 9(8).
           05 cr-status             pic x.
           05 cr-vendor-id          pic x(5).
           05 cr-discount           pic 9(7)v99.

       fd refund-register label records are omitted.
       01 refund-register-record.
           05 rr-payee-id           pic x(9).
           05 rr-name               pic x(20).
           05 rr-amount             pic 9(8)v99.
           05 rr-issue-date         pic 9(8).
           05 rr-status             pic x.

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

       fd file-out label records are omitted.
       01 record-out pic x(132).

       copy EXCPFD.

       copy PARMFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 bs-file-status pic xx.
       01 bk-file-status pic xx.
       01 py-file-status pic xx.
       01 rc-file-status pic xx.
       01 fp-file-status pic xx.
       01 db-file-status pic xx.
       01 et-file-status pic xx.
       01 ln-file-status pic xx.
       01 sf-file-status pic xx.
       01 hq-file-status pic xx.
       01 ar-file-status pic xx.
       01 oi-file-status pic xx.
       01 cr-file-status pic xx.
       01 rr-file-status pic xx.
       01 op-file-status pic xx.

      *shop parameters, compiled-in values first: the minimum the
      *accounts may close at, and the percentage of each aging
      *bucket expected to come in over the next fourteen days
       01 minimum-balance pic 9(9)v99 value 50000.00.
       01 collect-pct-current pic 9(3)v99 value 50.
       01 collect-pct-30 pic 9(3)v99 value 30.
       01 collect-pct-60 pic 9(3)v99 value 15.
       01 collect-pct-90 pic 9(3)v99 value 5.

       01 run-date-num pic 9(8) value 0.
       01 horizon-date-num pic 9(8) value 0.

      *today's position
       01 opening-balance pic s9(11)v99 value 0.
       01 statement-date pic 9(8) value 0.
       01 balance-found-flag pic x value 'n'.
           88 balance-found value 'y'.
       01 rental-deposits pic 9(11)v99 value 0.
       01 rental-deposit-count pic 9(5) value 0.
       01 rental-payments pic 9(11)v99 value 0.
       01 rental-receipts pic 9(11)v99 value 0.
       01 apt-receipts pic 9(11)v99 value 0.
       01 apt-nsf-returns pic 9(11)v99 value 0.
       01 freight-receipts pic 9(11)v99 value 0.
       01 reward-disbursed pic 9(11)v99 value 0.
       01 escrow-disbursed pic 9(11)v99 value 0.
       01 vendor-checks pic 9(11)v99 value 0.
       01 refund-checks pic 9(11)v99 value 0.
       01 loan-due-today pic 9(11)v99 value 0.
       01 today-receipts pic s9(11)v99 value 0.
       01 today-disbursed pic 9(11)v99 value 0.
       01 today-closing pic s9(11)v99 value 0.

      *the fourteen projected days, tomorrow first
       01 day-table.
           05 day-entry occurs 14 times.
               10 dy-date           pic 9(8).
               10 dy-opening        pic s9(11)v99.
               10 dy-rental-in      pic 9(11)v99.
               10 dy-freight-in     pic 9(11)v99.
               10 dy-sched-out      pic 9(11)v99.
               10 dy-held-out       pic 9(11)v99.
               10 dy-loan-out       pic 9(11)v99.
               10 dy-payables-out   pic 9(11)v99.
               10 dy-closing        pic s9(11)v99.
       01 dy-idx pic 99 value 0.
       01 dy-match-idx pic 99 value 0.
       01 dy-found-flag pic x value 'n'.
           88 dy-found value 'y'.
       01 low-day-count pic 99 value 0.
       01 lowest-balance pic s9(11)v99 value 0.
       01 lowest-date pic 9(8) value 0.

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

      *an installment schedule walked a month at a time, keeping
      *its own day of the month through the short months
       01 sched-left pic 9(8)v99 value 0.
       01 sched-slice pic 9(8)v99 value 0.
       01 sched-day pic 99 value 0.
       01 sched-count pic 9(5) value 0.
       01 held-count pic 9(5) value 0.
       01 held-total pic 9(11)v99 value 0.
       01 payables-count pic 9(5) value 0.

      *the level loan payment, as aptamort.cbl computes it
       01 monthly-rate pic v9(8) value 0.
       01 growth-factor pic 9(3)v9(8) value 0.
       01 growth-less-one pic 9(3)v9(8) value 0.
       01 annuity-factor pic v9(8) value 0.
       01 monthly-payment pic 9(7)v99 value 0.
       01 month-idx pic 9(3) value 0.
       01 loan-count pic 9(5) value 0.
       01 loan-month-number pic s9(5) value 0.
       01 orig-date-split.
           05 orig-yyyy pic 9(4).
           05 orig-mm   pic 9(2).
           05 orig-dd   pic 9(2).
       01 check-date-split.
           05 chk-yyyy pic 9(4).
           05 chk-mm   pic 9(2).
           05 chk-dd   pic 9(2).
       01 loan-pay-day pic 99 value 0.

      *open receivables by 30/360 age, per business
       01 item-age-days pic s9(7) value 0.
       01 item-date-split.
           05 itd-yyyy pic 9(4).
           05 itd-mm   pic 9(2).
           05 itd-dd   pic 9(2).
       01 item-amount pic 9(11)v99 value 0.
       01 receivable-table.
           05 receivable-entry occurs 2 times.
               10 rv-open occurs 4 times pic 9(11)v99.
               10 rv-expected       pic 9(11)v99.
               10 rv-daily          pic 9(11)v99.
               10 rv-items          pic 9(5).
       01 rv-idx pic 9 value 0.
       01 bk-idx pic 9 value 0.
       01 bucket-pct-table.
           05 bucket-pct occurs 4 times pic 9(3)v99.
       01 bucket-expected pic 9(11)v99 value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy PARMWS.

       01 line1-out.
           05 filler pic x(20) value spaces.
           05 filler pic x(35) value
               'Daily Cash Position And Projection'.

       01 section-head-out.
           05 filler pic x(1) value spaces.
           05 section-text-out pic x(60).

       01 flow-line-out.
           05 filler pic x(3) value spaces.
           05 flow-text-out pic x(40).
           05 filler pic x(2) value spaces.
           05 flow-amount-out pic $zzz,zzz,zz9.99-.
           05 filler pic x(2) value spaces.
           05 flow-flag-out pic x(20).

       01 flow-rule-out.
           05 filler pic x(45) value spaces.
           05 filler pic x(16) value all '-'.

       01 recv-head-out.
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value 'Business'.
           05 filler pic x(4) value spaces.
           05 filler pic x(7) value 'Items'.
           05 filler pic x(7) value 'Current'.
           05 filler pic x(9) value spaces.
           05 filler pic x(7) value '30 Days'.
           05 filler pic x(9) value spaces.
           05 filler pic x(7) value '60 Days'.
           05 filler pic x(9) value spaces.
           05 filler pic x(8) value '90+ Days'.
           05 filler pic x(8) value spaces.
           05 filler pic x(8) value 'Expected'.

       01 recv-line-out.
           05 filler pic x(3) value spaces.
           05 recv-name-out pic x(10).
           05 filler pic x(2) value spaces.
           05 recv-items-out pic zzzz9.
           05 filler pic x(2) value spaces.
           05 recv-bucket-out occurs 4 times.
               10 recv-amount-out pic $zzz,zzz,zz9.99.
               10 filler pic x(1) value spaces.
           05 recv-expected-out pic $zzz,zzz,zz9.99.

       01 recv-pct-out.
           05 filler pic x(3) value spaces.
           05 filler pic x(17) value 'Share expected'.
           05 recv-pct-slot occurs 4 times.
               10 filler pic x(9) value spaces.
               10 recv-pct-amt-out pic zz9.99.
               10 filler pic x(1) value '%'.

      *the vendor-invoice column is squeezed in by narrowing the
      *daily money columns a digit; the line still fits 132
       01 proj-head-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(10) value 'Date'.
           05 filler pic x(8) value spaces.
           05 filler pic x(7) value 'Opening'.
           05 filler pic x(4) value spaces.
           05 filler pic x(11) value 'Receivables'.
           05 filler pic x(2) value spaces.
           05 filler pic x(12) value 'Installments'.
           05 filler pic x(4) value spaces.
           05 filler pic x(10) value 'Held Queue'.
           05 filler pic x(2) value spaces.
           05 filler pic x(12) value 'Loan Payment'.
           05 filler pic x(3) value spaces.
           05 filler pic x(11) value 'AP Invoices'.
           05 filler pic x(8) value spaces.
           05 filler pic x(7) value 'Closing'.

       01 proj-line-out.
           05 filler pic x(1) value spaces.
           05 proj-date-out pic 9999/99/99.
           05 filler pic x(1) value spaces.
           05 proj-opening-out pic $zz,zzz,zz9.99-.
           05 filler pic x(1) value spaces.
           05 proj-in-out pic $z,zzz,zz9.99.
           05 filler pic x(1) value spaces.
           05 proj-sched-out pic $z,zzz,zz9.99.
           05 filler pic x(1) value spaces.
           05 proj-held-out pic $z,zzz,zz9.99.
           05 filler pic x(1) value spaces.
           05 proj-loan-out pic $z,zzz,zz9.99.
           05 filler pic x(1) value spaces.
           05 proj-payables-out pic $z,zzz,zz9.99.
           05 filler pic x(1) value spaces.
           05 proj-closing-out pic $zz,zzz,zz9.99-.
           05 filler pic x(2) value spaces.
           05 proj-flag-out pic x(17).

       01 low-summary-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(26) value 'Days Below Minimum:       '.
           05 low-count-out pic z9.
           05 filler pic x(6) value spaces.
           05 filler pic x(17) value 'Lowest Balance:  '.
           05 lowest-amount-out pic $zzz,zzz,zz9.99-.
           05 filler pic x(4) value ' on '.
           05 lowest-date-out pic 9999/99/99.

       01 low-day-text.
           05 filler pic x(10) value 'CLOSES AT '.
           05 lo-amount-text pic zzzzzzzz9.99-.
           05 filler pic x(9) value ' ON DATE '.
           05 lo-date-text pic 9(8).

       procedure division.
       100-main.
           open output file-out.
           perform 8900-open-exception-log.
           move 'CASHPOS     ' to excp-this-job.
           perform 050-load-parameters.

           move 'CASH POSITION       ' to banner-job-name.
           move 'CQ0001' to banner-batch-id.
           perform 8000-print-banner-page.
           perform 8650-print-parameters.
           move banner-run-date-ccyymmdd to run-date-num.

           perform 110-build-calendar.
           perform 200-load-opening-balance.
           perform 210-load-rental-deposits.
           perform 220-load-rental-payments.
           perform 230-load-apartment-receipts.
           perform 240-load-freight-receipts.
           perform 250-load-reward-disbursements.
           perform 260-load-escrow-payments.
           perform 270-load-vendor-checks.
           perform 280-load-refund-checks.
           perform 300-load-loan-payments.
           perform 400-load-installment-schedules.
           perform 450-load-held-queue.
           perform 470-load-open-payables.
           perform 500-load-rental-receivables.
           perform 520-load-freight-receivables.
           perform 550-spread-receivables
               varying rv-idx from 1 by 1
               until rv-idx > 2.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           perform 600-print-today.
           perform 700-print-receivables.
           perform 800-print-projection.

           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

       050-load-parameters.
           perform 8600-open-parameters.
           move 'CASHPOS   ' to parm-lookup-program.
           move 'MIN-BALANCE' to parm-lookup-name.
           move minimum-balance to parm-value.
           perform 8610-get-parameter.
           move parm-value to minimum-balance.
           move 'COLLECT-PCT-CURRENT' to parm-lookup-name.
           move collect-pct-current to parm-value.
           perform 8610-get-parameter.
           move parm-value to collect-pct-current.
           move 'COLLECT-PCT-30' to parm-lookup-name.
           move collect-pct-30 to parm-value.
           perform 8610-get-parameter.
           move parm-value to collect-pct-30.
           move 'COLLECT-PCT-60' to parm-lookup-name.
           move collect-pct-60 to parm-value.
           perform 8610-get-parameter.
           move parm-value to collect-pct-60.
           move 'COLLECT-PCT-90' to parm-lookup-name.
           move collect-pct-90 to parm-value.
           perform 8610-get-parameter.
           move parm-value to collect-pct-90.
           perform 8690-close-parameters.
           move collect-pct-current to bucket-pct (1).
           move collect-pct-30 to bucket-pct (2).
           move collect-pct-60 to bucket-pct (3).
           move collect-pct-90 to bucket-pct (4).

      *the fourteen calendar days after today, tomorrow first
       110-build-calendar.
           move run-date-num to term-date-num.
           perform 115-add-one-day
               varying dy-idx from 1 by 1
               until dy-idx > 14.
           move dy-date (14) to horizon-date-num.

       115-add-one-day.
           perform 370-advance-term-date.
           move term-date-num to dy-date (dy-idx).
           move 0 to dy-opening (dy-idx).
           move 0 to dy-rental-in (dy-idx).
           move 0 to dy-freight-in (dy-idx).
           move 0 to dy-sched-out (dy-idx).
           move 0 to dy-held-out (dy-idx).
           move 0 to dy-loan-out (dy-idx).
           move 0 to dy-payables-out (dy-idx).
           move 0 to dy-closing (dy-idx).

      *the newest balance record on the statement is the one the
      *day opens on
       200-load-opening-balance.
           open input statement-file.
           if bs-file-status = '00'
               read statement-file
                   at end move 'n' to more-records
               end-read
               perform 205-take-one-statement-item
                   until more-records = 'n'
           end-if.
           close statement-file.
           move 'y' to more-records.
           if not balance-found
               move 'CPNB' to excp-reason-code
               move 'NO BALANCE RECORD ON BANKSTMT, OPENED AT ZERO'
                   to excp-reason-text
               move spaces to excp-record-image
               perform 9000-log-exception
           end-if.

       205-take-one-statement-item.
           if bs-balance and bs-date >= statement-date
               move 'y' to balance-found-flag
               move bs-amount to opening-balance
               move bs-date to statement-date
           end-if.
           read statement-file
               at end move 'n' to more-records
           end-read.

       210-load-rental-deposits.
           open input bank-deposit-file.
           if bk-file-status = '00'
               read bank-deposit-file
                   at end move 'n' to more-records
               end-read
               perform 215-take-one-deposit
                   until more-records = 'n'
           end-if.
           close bank-deposit-file.
           move 'y' to more-records.

       215-take-one-deposit.
           add 1 to rental-deposit-count.
           add bk-counted-amount to rental-deposits.
           read bank-deposit-file
               at end move 'n' to more-records
           end-read.

      *the payments taken in are only the fallback: what the bank
      *was actually handed is the counted deposit
       220-load-rental-payments.
           open input rental-pay-file.
           if py-file-status = '00'
               read rental-pay-file
                   at end move 'n' to more-records
               end-read
               perform 225-take-one-payment
                   until more-records = 'n'
           end-if.
           close rental-pay-file.
           move 'y' to more-records.
           if rental-deposit-count > 0
               move rental-deposits to rental-receipts
           else
               move rental-payments to rental-receipts
           end-if.

       225-take-one-payment.
           add py-amount to rental-payments.
           read rental-pay-file
               at end move 'n' to more-records
           end-read.

       230-load-apartment-receipts.
           open input apt-receipts-file.
           if rc-file-status = '00'
               read apt-receipts-file
                   at end move 'n' to more-records
               end-read
               perform 235-take-one-receipt
                   until more-records = 'n'
           end-if.
           close apt-receipts-file.
           move 'y' to more-records.

       235-take-one-receipt.
           if rc-nsf
               add rc-amount to apt-nsf-returns
           else
               add rc-amount to apt-receipts
           end-if.
           read apt-receipts-file
               at end move 'n' to more-records
           end-read.

       240-load-freight-receipts.
           open input freight-pay-file.
           if fp-file-status = '00'
               read freight-pay-file
                   at end move 'n' to more-records
               end-read
               perform 245-take-one-freight-payment
                   until more-records = 'n'
           end-if.
           close freight-pay-file.
           move 'y' to more-records.

       245-take-one-freight-payment.
           add fp-amount to freight-receipts.
           read freight-pay-file
               at end move 'n' to more-records
           end-read.

      *detail records only; the trailer carries the same total
       250-load-reward-disbursements.
           open input disb-file.
           if db-file-status = '00'
               read disb-file
                   at end move 'n' to more-records
               end-read
               perform 255-take-one-disbursement
                   until more-records = 'n'
           end-if.
           close disb-file.
           move 'y' to more-records.

       255-take-one-disbursement.
           if db-detail
               add db-amount to reward-disbursed
           end-if.
           read disb-file
               at end move 'n' to more-records
           end-read.

       260-load-escrow-payments.
           open input escrow-tran-file.
           if et-file-status = '00'
               read escrow-tran-file
                   at end move 'n' to more-records
               end-read
               perform 265-take-one-escrow-payment
                   until more-records = 'n'
           end-if.
           close escrow-tran-file.
           move 'y' to more-records.

       265-take-one-escrow-payment.
           add et-amount to escrow-disbursed.
           read escrow-tran-file
               at end move 'n' to more-records
           end-read.

      *the registers carry every check still on the books; only
      *those cut today leave today
       270-load-vendor-checks.
           open input check-register.
           if cr-file-status = '00'
               read check-register
                   at end move 'n' to more-records
               end-read
               perform 275-take-one-vendor-check
                   until more-records = 'n'
           end-if.
           close check-register.
           move 'y' to more-records.

       275-take-one-vendor-check.
           if cr-issue-date = run-date-num
               add cr-amount to vendor-checks
           end-if.
           read check-register
               at end move 'n' to more-records
           end-read.

       280-load-refund-checks.
           open input refund-register.
           if rr-file-status = '00'
               read refund-register
                   at end move 'n' to more-records
               end-read
               perform 285-take-one-refund-check
                   until more-records = 'n'
           end-if.
           close refund-register.
           move 'y' to more-records.

       285-take-one-refund-check.
           if rr-issue-date = run-date-num
               add rr-amount to refund-checks
           end-if.
           read refund-register
               at end move 'n' to more-records
           end-read.

      *each loan pays its level payment on its origination day of
      *the month (the last day in a shorter month), from the
      *origination month through the end of its term
       300-load-loan-payments.
           open input loan-master.
           if ln-file-status = '00'
               read loan-master
                   at end move 'n' to more-records
               end-read
               perform 310-take-one-loan
                   until more-records = 'n'
           end-if.
           close loan-master.
           move 'y' to more-records.

       310-take-one-loan.
           add 1 to loan-count.
           move ln-orig-date to orig-date-split.
           compute monthly-rate = ln-annual-rate / 12.
           perform 320-compute-payment.
           move run-date-num to check-date-split.
           perform 330-judge-loan-date.
           if loan-pay-day = chk-dd
               and loan-month-number > 0
               and loan-month-number <= ln-term-months
               add monthly-payment to loan-due-today
           end-if.
           perform 335-judge-one-loan-day
               varying dy-idx from 1 by 1
               until dy-idx > 14.
           read loan-master
               at end move 'n' to more-records
           end-read.

      *payment = P * i / (1 - (1+i)**-n), built with an explicit
      *power loop; a zero-rate loan just divides evenly
       320-compute-payment.
           if ln-term-months = 0
               move 0 to monthly-payment
           else
               if ln-annual-rate = 0
                   compute monthly-payment rounded =
                       ln-principal / ln-term-months
               else
                   move 1 to growth-factor
                   perform 325-raise-growth-factor
                       varying month-idx from 1 by 1
                       until month-idx > ln-term-months
                   compute growth-less-one = growth-factor - 1
                   compute annuity-factor rounded =
                       (monthly-rate * growth-factor)
                       / growth-less-one
                   compute monthly-payment rounded =
                       ln-principal * annuity-factor
               end-if
           end-if.

       325-raise-growth-factor.
           compute growth-factor rounded =
               growth-factor * (1 + monthly-rate).

      *which payment of the schedule the checked month holds, and
      *the day of that month it falls on
       330-judge-loan-date.
           compute loan-month-number =
               ((chk-yyyy - orig-yyyy) * 12)
               + (chk-mm - orig-mm) + 1.
           move chk-yyyy to term-yyyy.
           move chk-mm to term-mm.
           perform 375-find-month-length.
           if orig-dd > days-this-month
               move days-this-month to loan-pay-day
           else
               move orig-dd to loan-pay-day
           end-if.

       335-judge-one-loan-day.
           move dy-date (dy-idx) to check-date-split.
           perform 330-judge-loan-date.
           if loan-pay-day = chk-dd
               and loan-month-number > 0
               and loan-month-number <= ln-term-months
               add monthly-payment to dy-loan-out (dy-idx)
           end-if.

      *each outstanding schedule pays its installment monthly from
      *its next due date until what remains is gone; an installment
      *already past due is owed tomorrow
       400-load-installment-schedules.
           open input sched-file.
           if sf-file-status = '00'
               read sched-file
                   at end move 'n' to more-records
               end-read
               perform 410-take-one-schedule
                   until more-records = 'n'
           end-if.
           close sched-file.
           move 'y' to more-records.

       410-take-one-schedule.
           if sf-remaining > 0
               add 1 to sched-count
               move sf-remaining to sched-left
               move sf-next-due to term-date-num
               move term-dd to sched-day
               perform 420-place-one-installment
                   until sched-left = 0
                   or term-date-num > horizon-date-num
           end-if.
           read sched-file
               at end move 'n' to more-records
           end-read.

       420-place-one-installment.
           if sf-installment > 0 and sf-installment < sched-left
               move sf-installment to sched-slice
           else
               move sched-left to sched-slice
           end-if.
           if term-date-num <= run-date-num
               add sched-slice to dy-sched-out (1)
           else
               perform 430-find-day
               if dy-found
                   add sched-slice to dy-sched-out (dy-match-idx)
               end-if
           end-if.
           subtract sched-slice from sched-left.
           add 1 to term-mm.
           if term-mm > 12
               move 1 to term-mm
               add 1 to term-yyyy
           end-if.
           perform 375-find-month-length.
           if sched-day > days-this-month
               move days-this-month to term-dd
           else
               move sched-day to term-dd
           end-if.

       430-find-day.
           move 'n' to dy-found-flag.
           perform 435-scan-one-day
               varying dy-idx from 1 by 1
               until dy-idx > 14 or dy-found.

       435-scan-one-day.
           if dy-date (dy-idx) = term-date-num
               move 'y' to dy-found-flag
               move dy-idx to dy-match-idx
           end-if.

       450-load-held-queue.
           open input held-queue.
           if hq-file-status = '00'
               read held-queue
                   at end move 'n' to more-records
               end-read
               perform 455-take-one-held-claim
                   until more-records = 'n'
           end-if.
           close held-queue.
           move 'y' to more-records.

       455-take-one-held-claim.
           add 1 to held-count.
           add hq-amount to held-total.
           add hq-amount to dy-held-out (1).
           read held-queue
               at end move 'n' to more-records
           end-read.

      *a vendor invoice is projected in full on its due date; one
      *already past due is owed tomorrow, and one due past the
      *fortnight isn't this report's concern.  an early-pay
      *discount the payment run may take is not counted on.
       470-load-open-payables.
           open input open-payables.
           if op-file-status = '00'
               read open-payables
                   at end move 'n' to more-records
               end-read
               perform 475-take-one-payable
                   until more-records = 'n'
           end-if.
           close open-payables.
           move 'y' to more-records.

       475-take-one-payable.
           if op-amount > 0
               and op-due-date <= horizon-date-num
               add 1 to payables-count
               if op-due-date <= run-date-num
                   add op-amount to dy-payables-out (1)
               else
                   move op-due-date to term-date-num
                   perform 430-find-day
                   if dy-found
                       add op-amount to dy-payables-out (dy-match-idx)
                   end-if
               end-if
           end-if.
           read open-payables
               at end move 'n' to more-records
           end-read.

      *CRAROPEN closes with the shop-standard trailer
       500-load-rental-receivables.
           move 1 to rv-idx.
           perform 505-clear-receivable.
           open input rental-open-file.
           if ar-file-status = '00'
               read rental-open-file
                   at end move 'n' to more-records
               end-read
               perform 510-take-one-rental-item
                   until more-records = 'n'
           end-if.
           close rental-open-file.
           move 'y' to more-records.

       505-clear-receivable.
           move 0 to rv-open (rv-idx 1).
           move 0 to rv-open (rv-idx 2).
           move 0 to rv-open (rv-idx 3).
           move 0 to rv-open (rv-idx 4).
           move 0 to rv-expected (rv-idx).
           move 0 to rv-daily (rv-idx).
           move 0 to rv-items (rv-idx).

       510-take-one-rental-item.
           if rental-open-record (1:8) not = 'TRAILER9'
               and ar-amount-open > 0
               move ar-bill-date to item-date-split
               move ar-amount-open to item-amount
               perform 530-age-one-item
           end-if.
           read rental-open-file
               at end move 'n' to more-records
           end-read.

       520-load-freight-receivables.
           move 2 to rv-idx.
           perform 505-clear-receivable.
           open input freight-open-file.
           if oi-file-status = '00'
               read freight-open-file
                   at end move 'n' to more-records
               end-read
               perform 525-take-one-freight-item
                   until more-records = 'n'
           end-if.
           close freight-open-file.
           move 'y' to more-records.

       525-take-one-freight-item.
           if oi-amount-open > 0
               move oi-invoice-date to item-date-split
               move oi-amount-open to item-amount
               perform 530-age-one-item
           end-if.
           read freight-open-file
               at end move 'n' to more-records
           end-read.

      *30/360 age from today into current/30/60/90+
       530-age-one-item.
           add 1 to rv-items (rv-idx).
           compute item-age-days =
               ((banner-run-yyyy - itd-yyyy) * 360)
               + ((banner-run-mm - itd-mm) * 30)
               + (banner-run-dd - itd-dd).
           evaluate true
               when item-age-days < 30
                   add item-amount to rv-open (rv-idx 1)
               when item-age-days < 60
                   add item-amount to rv-open (rv-idx 2)
               when item-age-days < 90
                   add item-amount to rv-open (rv-idx 3)
               when other
                   add item-amount to rv-open (rv-idx 4)
           end-evaluate.

      *each bucket weighted by its expected share; the total comes
      *in evenly across the fortnight, the odd cents on the last day
       550-spread-receivables.
           perform 555-weight-one-bucket
               varying bk-idx from 1 by 1
               until bk-idx > 4.
           divide rv-expected (rv-idx) by 14
               giving rv-daily (rv-idx).
           perform 560-spread-one-day
               varying dy-idx from 1 by 1
               until dy-idx > 14.

       555-weight-one-bucket.
           compute bucket-expected rounded =
               rv-open (rv-idx bk-idx) * bucket-pct (bk-idx) / 100.
           add bucket-expected to rv-expected (rv-idx).

       560-spread-one-day.
           if dy-idx = 14
               compute item-amount =
                   rv-expected (rv-idx) - (rv-daily (rv-idx) * 13)
           else
               move rv-daily (rv-idx) to item-amount
           end-if.
           if rv-idx = 1
               move item-amount to dy-rental-in (dy-idx)
           else
               move item-amount to dy-freight-in (dy-idx)
           end-if.

       600-print-today.
           move 'Today''s Position' to section-text-out.
           write record-out from section-head-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           move spaces to flow-flag-out.
           move 'Prior bank balance, BANKSTMT' to flow-text-out.
           move opening-balance to flow-amount-out.
           if balance-found
               move statement-date to pe-date-out
               move parm-effective-out to flow-flag-out
           else
               move 'NO BALANCE RECORD' to flow-flag-out
           end-if.
           perform 690-write-flow-line.
           move spaces to flow-flag-out.

           if rental-deposit-count > 0
               move 'Rental receipts, counted deposits'
                   to flow-text-out
           else
               move 'Rental receipts, payments taken in'
                   to flow-text-out
           end-if.
           move rental-receipts to flow-amount-out.
           perform 690-write-flow-line.
           move 'Tenant receipts' to flow-text-out.
           move apt-receipts to flow-amount-out.
           perform 690-write-flow-line.
           move 'Less tenant NSF returns' to flow-text-out.
           compute flow-amount-out = 0 - apt-nsf-returns.
           perform 690-write-flow-line.
           move 'Freight payments received' to flow-text-out.
           move freight-receipts to flow-amount-out.
           perform 690-write-flow-line.

           move 'Less reward disbursements, IRSDISB'
               to flow-text-out.
           compute flow-amount-out = 0 - reward-disbursed.
           perform 690-write-flow-line.
           move 'Less escrow tax and insurance checks'
               to flow-text-out.
           compute flow-amount-out = 0 - escrow-disbursed.
           perform 690-write-flow-line.
           move 'Less vendor checks issued, APCHKREG'
               to flow-text-out.
           compute flow-amount-out = 0 - vendor-checks.
           perform 690-write-flow-line.
           move 'Less customer refund checks, CRREFREG'
               to flow-text-out.
           compute flow-amount-out = 0 - refund-checks.
           perform 690-write-flow-line.
           move 'Less loan payments due today' to flow-text-out.
           compute flow-amount-out = 0 - loan-due-today.
           perform 690-write-flow-line.

           compute today-receipts =
               rental-receipts + apt-receipts + freight-receipts
               - apt-nsf-returns.
           compute today-disbursed =
               reward-disbursed + escrow-disbursed + vendor-checks
               + refund-checks + loan-due-today.
           compute today-closing =
               opening-balance + today-receipts - today-disbursed.

           write record-out from flow-rule-out
               after advancing 1 line.
           perform 8020-capture-line.
           move 'Closing position today' to flow-text-out.
           move today-closing to flow-amount-out.
           move today-closing to lowest-balance.
           move run-date-num to lowest-date.
           if today-closing < minimum-balance
               move '*** BELOW MINIMUM' to flow-flag-out
               add 1 to low-day-count
               move today-closing to lo-amount-text
               move run-date-num to lo-date-text
               perform 695-log-low-day
           end-if.
           perform 690-write-flow-line.
           move spaces to flow-flag-out.
           move 'Minimum balance' to flow-text-out.
           move minimum-balance to flow-amount-out.
           perform 690-write-flow-line.

       690-write-flow-line.
           write record-out from flow-line-out
               after advancing 1 line.
           perform 8020-capture-line.

       695-log-low-day.
           move 'CPLO' to excp-reason-code.
           move low-day-text to excp-reason-text.
           move spaces to excp-record-image.
           perform 9000-log-exception.

       700-print-receivables.
           move 'Open Receivables Expected In The Next 14 Days'
               to section-text-out.
           write record-out from section-head-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from recv-head-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 710-print-one-business
               varying rv-idx from 1 by 1
               until rv-idx > 2.
           perform 720-show-one-pct
               varying bk-idx from 1 by 1
               until bk-idx > 4.
           write record-out from recv-pct-out
               after advancing 1 line.
           perform 8020-capture-line.

       710-print-one-business.
           if rv-idx = 1
               move 'Rental' to recv-name-out
           else
               move 'Freight' to recv-name-out
           end-if.
           move rv-items (rv-idx) to recv-items-out.
           perform 715-show-one-bucket
               varying bk-idx from 1 by 1
               until bk-idx > 4.
           move rv-expected (rv-idx) to recv-expected-out.
           write record-out from recv-line-out
               after advancing 1 line.
           perform 8020-capture-line.

       715-show-one-bucket.
           move rv-open (rv-idx bk-idx)
               to recv-amount-out (bk-idx).

       720-show-one-pct.
           move bucket-pct (bk-idx) to recv-pct-amt-out (bk-idx).

       800-print-projection.
           move 'Fourteen-Day Projection' to section-text-out.
           write record-out from section-head-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from proj-head-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.
           perform 810-project-one-day
               varying dy-idx from 1 by 1
               until dy-idx > 14.

           move low-day-count to low-count-out.
           move lowest-balance to lowest-amount-out.
           move lowest-date to lowest-date-out.
           write record-out from low-summary-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

       810-project-one-day.
           if dy-idx = 1
               move today-closing to dy-opening (dy-idx)
           else
               move dy-closing (dy-idx - 1) to dy-opening (dy-idx)
           end-if.
           compute dy-closing (dy-idx) =
               dy-opening (dy-idx)
               + dy-rental-in (dy-idx) + dy-freight-in (dy-idx)
               - dy-sched-out (dy-idx) - dy-held-out (dy-idx)
               - dy-loan-out (dy-idx) - dy-payables-out (dy-idx).
           move dy-date (dy-idx) to proj-date-out.
           move dy-opening (dy-idx) to proj-opening-out.
           compute proj-in-out =
               dy-rental-in (dy-idx) + dy-freight-in (dy-idx).
           move dy-sched-out (dy-idx) to proj-sched-out.
           move dy-held-out (dy-idx) to proj-held-out.
           move dy-loan-out (dy-idx) to proj-loan-out.
           move dy-payables-out (dy-idx) to proj-payables-out.
           move dy-closing (dy-idx) to proj-closing-out.
           move spaces to proj-flag-out.
           if dy-closing (dy-idx) < minimum-balance
               move '*** BELOW MINIMUM' to proj-flag-out
               add 1 to low-day-count
               move dy-closing (dy-idx) to lo-amount-text
               move dy-date (dy-idx) to lo-date-text
               perform 695-log-low-day
           end-if.
           if dy-closing (dy-idx) < lowest-balance
               move dy-closing (dy-idx) to lowest-balance
               move dy-date (dy-idx) to lowest-date
           end-if.
           write record-out from proj-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       370-advance-term-date.
           perform 375-find-month-length.
           add 1 to term-dd.
           if term-dd > days-this-month
               move 1 to term-dd
               add 1 to term-mm
               if term-mm > 12
                   move 1 to term-mm
                   add 1 to term-yyyy
               end-if
           end-if.

       375-find-month-length.
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

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==proj-head-out==.

       copy EXCPPR.

       copy PARMPR.

       end program cashpos.
