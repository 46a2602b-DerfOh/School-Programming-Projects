      *Customer credit refund run
      *
      *crpayments.cbl carries every overpayment as a customer credit
      *on CRCREDIT and lets it pay down the customer's next charges.
      *A credit nobody uses is still the customer's money, and this
      *job pays it back:
      *
      *  - a credit older than the holding window is refunded
      *    automatically;
      *  - a customer named on a REFREQ refund request has every
      *    credit refunded tonight, whatever its age.
      *
      *Each refunded customer gets one check for the total of the
      *credits refunded, written to the CRREFREG refund register
      *the way irschecks.cbl carries IRSDREG for the reward checks
      *(payee, name, amount, issue date, status), so bankrecon.cbl
      *matches the cleared refund checks off the bank statement
      *and stages their cashed status on CRREFCTR; this job
      *consumes those statuses and drops cashed checks off the
      *register.  The refunds post as a balanced entry appended to
      *JRNLFILE for glledger.cbl under the open APERIODS period --
      *customer credits payable debited, cash credited -- and the
      *refunded credits come off CRCREDIT.
      *
      *A refund request for a customer with no credit on file is
      *printed and logged to the shared exception log.
      *
      *The hold period is read from PARMMAST (CRREFUND /
      *REFUND-HOLD-DAYS) at start-up through the shared PARM
      *copybooks; the value in force prints under the banner.
       identification division.
       program-id. crrefund.
       environment division.
       input-output section.

       file-control.
      *> optional: a shop with no overpayments has no credits yet
           select optional credit-file assign to "CRCREDIT"
                 organization is line sequential
                 file status is cc-file-status.

      *> optional: most nights nobody asks for their money back
           select optional request-file assign to "REFREQ"
                 organization is line sequential
                 file status is rq-file-status.

      *> the carried refund check register
           select optional refund-register assign to "CRREFREG"
                 organization is line sequential
                 file status is rr-file-status.

      *> optional: cashed statuses staged by the bank reconciliation
           select optional check-tran-file assign to "CRREFCTR"
                 organization is line sequential
                 file status is ck-file-status.

      *> refund entries appended to the night's journal file
           select journal-file assign to "JRNLFILE"
                 organization is line sequential
                 file status is jr-file-status.

           select file-out assign to printer, "con".

           copy EXCPSEL.

           copy PERDSEL.

           copy RPTSEL.

           copy PARMSEL.

       data division.
       file section.
       fd credit-file label records are omitted.
       01 credit-record.
           05 cc-customer-id        pic x(6).
           05 cc-customer-name      pic x(20).
           05 cc-credit-date        pic 9(8).
           05 cc-amount             pic 9(8)v99.

       fd request-file label records are omitted.
       01 request-record.
           05 rq-customer-id        pic x(6).

      *same layout as the reward side's IRSDREG register
       fd refund-register label records are omitted.
       01 refund-register-record.
           05 rr-payee-id           pic x(9).
           05 rr-name               pic x(20).
           05 rr-amount             pic 9(8)v99.
           05 rr-issue-date         pic 9(8).
           05 rr-status             pic x.

       fd check-tran-file label records are omitted.
       01 check-tran-record.
           05 ck-status             pic x.
               88 ck-cashed             value 'C'.
           05 ck-payee-id           pic x(9).

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

       copy PARMFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 cc-file-status pic xx.
       01 rq-file-status pic xx.
       01 rr-file-status pic xx.
       01 ck-file-status pic xx.
       01 jr-file-status pic xx.

      *a credit unused this many days is paid back unasked (a
      *shop parameter, compiled-in value first)
       01 refund-hold-days pic 9(3) value 60.

      *the carried credits, flagged as they are refunded
       01 credit-table.
           05 credit-entry occurs 200 times.
               10 cb-customer-id    pic x(6).
               10 cb-customer-name  pic x(20).
               10 cb-credit-date    pic 9(8).
               10 cb-amount         pic 9(8)v99.
               10 cb-refund-flag    pic x value 'n'.
                   88 cb-refunded       value 'y'.
               10 cb-reason         pic x(7).
       01 credit-count pic 999 value 0.
       01 cb-idx pic 999 value 0.
       01 cb-found-flag pic x value 'n'.
           88 cb-found value 'y'.

      *the refund register, carried across runs
       01 register-table.
           05 register-entry occurs 500 times.
               10 rg-payee-id       pic x(9).
               10 rg-name           pic x(20).
               10 rg-amount         pic 9(8)v99.
               10 rg-issue-date     pic 9(8).
               10 rg-status         pic x.
                   88 rg-outstanding    value 'O'.
                   88 rg-cashed         value 'C'.
       01 register-count pic 999 value 0.
       01 rg-idx pic 999 value 0.
       01 rg-match-idx pic 999 value 0.
       01 rg-found-flag pic x value 'n'.
           88 rg-found value 'y'.

      *one check per customer refunded tonight
       01 refund-table.
           05 refund-entry occurs 200 times.
               10 rf-customer-id    pic x(6).
               10 rf-name           pic x(20).
               10 rf-amount         pic 9(8)v99.
               10 rf-reason         pic x(7).
       01 refund-count pic 999 value 0.
       01 rf-idx pic 999 value 0.
       01 rf-match-idx pic 999 value 0.
       01 rf-found-flag pic x value 'n'.
           88 rf-found value 'y'.

       01 credit-age-days pic s9(5) value 0.
       01 credit-date-split.
           05 crd-yyyy pic 9(4).
           05 crd-mm   pic 9(2).
           05 crd-dd   pic 9(2).

       01 refunds-total pic 9(9)v99 value 0.
       01 requests-rejected pic 9(5) value 0.
       01 statuses-applied pic 9(5) value 0.
       01 outstanding-count pic 9(5) value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy PERDWS.
       copy PARMWS.

       01 line1-out.
           05 filler pic x(26) value spaces.
           05 filler pic x(24) value 'Customer Refund Register'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(8) value 'Customer'.
           05 filler pic x(2) value spaces.
           05 filler pic x(20) value 'Name'.
           05 filler pic x(2) value spaces.
           05 filler pic x(10) value 'Issue Date'.
           05 filler pic x(6) value spaces.
           05 filler pic x(6) value 'Amount'.
           05 filler pic x(3) value spaces.
           05 filler pic x(6) value 'Reason'.

       01 print-refund-out.
           05 filler                pic x(1) value spaces.
           05 ref-cust-out          pic x(6).
           05 filler                pic x(4) value spaces.
           05 ref-name-out          pic x(20).
           05 filler                pic x(2) value spaces.
           05 ref-date-out          pic 9(8).
           05 filler                pic x(3) value spaces.
           05 ref-amount-out        pic $zzz,zz9.99.
           05 filler                pic x(3) value spaces.
           05 ref-reason-out        pic x(7).

       01 print-reject-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(34) value
               '*** REFUND REQUEST, NO CREDIT *** '.
           05 rej-cust-out pic x(6).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(17) value 'Checks Issued:   '.
           05 issued-count-out pic zzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(15) value 'Total Refunded:'.
           05 refunds-total-out pic $z,zzz,zz9.99.

       01 summary-line-2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(17) value 'Cashed Statuses: '.
           05 statuses-out pic zzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(15) value 'Outstanding:   '.
           05 outstanding-out pic zzzz9.

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
           perform 050-load-parameters.
           perform 8900-open-exception-log.
           move 'CRREFUND    ' to excp-this-job.

           move 'CUSTOMER REFUNDS    ' to banner-job-name.
           move 'RF0001' to banner-batch-id.
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

           perform 110-load-credits.
           perform 120-load-register.
           perform 200-apply-cashed-statuses.
           perform 300-select-aged-credits
               varying cb-idx from 1 by 1
               until cb-idx > credit-count.
           perform 400-apply-requests.
           perform 500-issue-one-check
               varying rf-idx from 1 by 1
               until rf-idx > refund-count.
           perform 600-rewrite-credits.
           perform 650-rewrite-register.
           perform 900-write-journal.

           move refund-count to issued-count-out.
           move refunds-total to refunds-total-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move statuses-applied to statuses-out.
           move outstanding-count to outstanding-out.
           write record-out from summary-line-2-out
               after advancing 1 line.
           perform 8020-capture-line.

           close journal-file.
           close exception-log.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

       050-load-parameters.
           perform 8600-open-parameters.
           move 'CRREFUND  ' to parm-lookup-program.
           move 'REFUND-HOLD-DAYS' to parm-lookup-name.
           move refund-hold-days to parm-value.
           perform 8610-get-parameter.
           move parm-value to refund-hold-days.
           perform 8690-close-parameters.

       110-load-credits.
           open input credit-file.
           if cc-file-status = '00'
               read credit-file
                   at end move 'n' to more-records
               end-read
               perform 115-load-one-credit
                   until more-records = 'n'
           end-if.
           close credit-file.
           move 'y' to more-records.

       115-load-one-credit.
           if credit-count >= 200
               display 'CREDIT TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to credit-count.
           move cc-customer-id to cb-customer-id (credit-count).
           move cc-customer-name to cb-customer-name (credit-count).
           move cc-credit-date to cb-credit-date (credit-count).
           move cc-amount to cb-amount (credit-count).
           move 'n' to cb-refund-flag (credit-count).
           read credit-file
               at end move 'n' to more-records
           end-read.

       120-load-register.
           open input refund-register.
           if rr-file-status = '00'
               read refund-register
                   at end move 'n' to more-records
               end-read
               perform 125-load-one-check
                   until more-records = 'n'
           end-if.
           close refund-register.
           move 'y' to more-records.

       125-load-one-check.
           perform 130-check-register-room.
           add 1 to register-count.
           move rr-payee-id to rg-payee-id (register-count).
           move rr-name to rg-name (register-count).
           move rr-amount to rg-amount (register-count).
           move rr-issue-date to rg-issue-date (register-count).
           move rr-status to rg-status (register-count).
           read refund-register
               at end move 'n' to more-records
           end-read.

       130-check-register-room.
           if register-count >= 500
               display 'REGISTER TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.

      *the consumed statuses are cleared so they can't apply twice,
      *the same rule irschecks.cbl keeps for IRSCHKTR
       200-apply-cashed-statuses.
           open input check-tran-file.
           if ck-file-status = '00'
               read check-tran-file
                   at end move 'n' to more-records
               end-read
               perform 210-apply-one-status
                   until more-records = 'n'
               close check-tran-file
               open output check-tran-file
           end-if.
           close check-tran-file.
           move 'y' to more-records.

       210-apply-one-status.
           move 'n' to rg-found-flag.
           perform 215-scan-one-check
               varying rg-idx from 1 by 1
               until rg-idx > register-count or rg-found.
           if rg-found and ck-cashed
               move 'C' to rg-status (rg-match-idx)
               add 1 to statuses-applied
           else
               move 'CHKS' to excp-reason-code
               move 'refund check status for unknown check'
                   to excp-reason-text
               move check-tran-record to excp-record-image
               perform 9000-log-exception
           end-if.
           read check-tran-file
               at end move 'n' to more-records
           end-read.

       215-scan-one-check.
           if rg-payee-id (rg-idx) = ck-payee-id
               and rg-outstanding (rg-idx)
               move 'y' to rg-found-flag
               move rg-idx to rg-match-idx
           end-if.

      *30/360 age, the convention crpayments.cbl ages items with
       300-select-aged-credits.
           move cb-credit-date (cb-idx) to credit-date-split.
           compute credit-age-days =
               ((banner-run-yyyy - crd-yyyy) * 360)
               + ((banner-run-mm - crd-mm) * 30)
               + (banner-run-dd - crd-dd).
           if cb-amount (cb-idx) > 0
               and credit-age-days > refund-hold-days
               move 'AGED   ' to cb-reason (cb-idx)
               perform 350-refund-one-credit
           end-if.

       350-refund-one-credit.
           move 'y' to cb-refund-flag (cb-idx).
           move 'n' to rf-found-flag.
           perform 355-scan-one-refund
               varying rf-idx from 1 by 1
               until rf-idx > refund-count or rf-found.
           if rf-found
               move rf-match-idx to rf-idx
           else
               if refund-count >= 200
                   display 'REFUND TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to refund-count
               move refund-count to rf-idx
               move cb-customer-id (cb-idx) to rf-customer-id (rf-idx)
               move cb-customer-name (cb-idx) to rf-name (rf-idx)
               move 0 to rf-amount (rf-idx)
               move cb-reason (cb-idx) to rf-reason (rf-idx)
           end-if.
           add cb-amount (cb-idx) to rf-amount (rf-idx).

       355-scan-one-refund.
           if rf-customer-id (rf-idx) = cb-customer-id (cb-idx)
               move 'y' to rf-found-flag
               move rf-idx to rf-match-idx
           end-if.

      *a request refunds every credit the customer still holds
       400-apply-requests.
           open input request-file.
           if rq-file-status = '00'
               read request-file
                   at end move 'n' to more-records
               end-read
               perform 410-apply-one-request
                   until more-records = 'n'
               close request-file
               open output request-file
           end-if.
           close request-file.
           move 'y' to more-records.

       410-apply-one-request.
           move 'n' to cb-found-flag.
           perform 415-refund-if-requested
               varying cb-idx from 1 by 1
               until cb-idx > credit-count.
           if not cb-found
               move rq-customer-id to rej-cust-out
               write record-out from print-reject-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
               add 1 to requests-rejected
               move 'NOCR' to excp-reason-code
               move 'refund request, customer has no credit'
                   to excp-reason-text
               move request-record to excp-record-image
               perform 9000-log-exception
           end-if.
           read request-file
               at end move 'n' to more-records
           end-read.

       415-refund-if-requested.
           if cb-customer-id (cb-idx) = rq-customer-id
               and cb-amount (cb-idx) > 0
               and not cb-refunded (cb-idx)
               move 'y' to cb-found-flag
               move 'REQUEST' to cb-reason (cb-idx)
               perform 350-refund-one-credit
           end-if.

       500-issue-one-check.
           perform 130-check-register-room.
           add 1 to register-count.
           move spaces to rg-payee-id (register-count).
           move rf-customer-id (rf-idx) to rg-payee-id (register-count).
           move rf-name (rf-idx) to rg-name (register-count).
           move rf-amount (rf-idx) to rg-amount (register-count).
           move banner-run-date-ccyymmdd
               to rg-issue-date (register-count).
           move 'O' to rg-status (register-count).
           add rf-amount (rf-idx) to refunds-total.
           move rf-customer-id (rf-idx) to ref-cust-out.
           move rf-name (rf-idx) to ref-name-out.
           move banner-run-date-ccyymmdd to ref-date-out.
           move rf-amount (rf-idx) to ref-amount-out.
           move rf-reason (rf-idx) to ref-reason-out.
           write record-out from print-refund-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *refunded credits are paid out; the rest ride forward
       600-rewrite-credits.
           open output credit-file.
           perform 610-write-one-credit
               varying cb-idx from 1 by 1
               until cb-idx > credit-count.
           close credit-file.

       610-write-one-credit.
           if cb-amount (cb-idx) > 0
               and not cb-refunded (cb-idx)
               move cb-customer-id (cb-idx) to cc-customer-id
               move cb-customer-name (cb-idx) to cc-customer-name
               move cb-credit-date (cb-idx) to cc-credit-date
               move cb-amount (cb-idx) to cc-amount
               write credit-record
           end-if.

      *cashed checks drop off the register; outstanding ones ride
      *forward for the bank reconciliation to find
       650-rewrite-register.
           open output refund-register.
           perform 660-write-one-check
               varying rg-idx from 1 by 1
               until rg-idx > register-count.
           close refund-register.

       660-write-one-check.
           if not rg-cashed (rg-idx)
               move rg-payee-id (rg-idx) to rr-payee-id
               move rg-name (rg-idx) to rr-name
               move rg-amount (rg-idx) to rr-amount
               move rg-issue-date (rg-idx) to rr-issue-date
               move rg-status (rg-idx) to rr-status
               write refund-register-record
               add 1 to outstanding-count
           end-if.

      *the liability is paid off in cash
       900-write-journal.
           if refunds-total > 0
               move '2900' to jr-account
               move 'CUSTOMER CREDITS PAY' to jr-account-desc
               move 'DR' to jr-dr-cr
               move refunds-total to jr-amount
               perform 925-write-one-journal-line
               move '1000' to jr-account
               move 'CASH                ' to jr-account-desc
               move 'CR' to jr-dr-cr
               move refunds-total to jr-amount
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

       end program crrefund.
