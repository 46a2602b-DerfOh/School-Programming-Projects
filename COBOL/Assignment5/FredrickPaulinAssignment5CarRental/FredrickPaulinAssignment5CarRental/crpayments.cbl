      *before/after images journaled like every other master
      *update, so crcheckout.cbl and crbooking.cbl refuse them at
      *the counter until collections clears the hold.
      *
      *An overpayment no longer just sits on the exception log.  The
      *unapplied remainder becomes a customer credit on the carried
      *CRCREDIT file, dated with the run date, and every carried
      *credit applies itself against the customer's open items --
      *tonight's billing included -- oldest-first, before the
      *night's payments do.  The credit is a liability while it is
      *carried: the overpaid cash posts to customer credits payable
      *and a credit used up relieves receivables, appended to
      *JRNLFILE for glledger.cbl under the open APERIODS period.
      *What is left rides forward for crrefund.cbl to pay back.
      *
      *The 90-day balance that puts a customer on credit hold is
      *read from PARMMAST (CRPAYMENTS / CREDIT-HOLD-LIMIT) at
      *start-up through the shared PARM copybooks; the value in
      *force prints under the banner.
       identification division.
       program-id. crpayments.
       environment division.
                 record key is cm-customer-id
                 file status is cm-file-status.

      *> optional: customer credit balances carried across runs
           select optional credit-file assign to "CRCREDIT"
                 organization is line sequential
                 file status is cc-file-status.

      *> credit movements appended to the night's journal file
           select journal-file assign to "JRNLFILE"
                 organization is line sequential
                 file status is jr-file-status.

           copy JRNLSEL.

           copy EXCPSEL.

           copy PERDSEL.

           copy PARMSEL.


           copy RPTSEL.

       data division.
       file section.
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

       fd payments-file label records are omitted.
       01 payments-record.
           05 cm-block-status      pic x.
               88 cm-blocked           value 'B'.
           05 cm-block-reason      pic x(4).
           05 cm-license-no        pic x(15).
           05 cm-license-state     pic x(2).
           05 cm-license-expiry    pic 9(8).
           05 cm-birth-date        pic 9(8).

       fd credit-file label records are omitted.
       01 credit-record.
           05 cc-customer-id        pic x(6).
           05 cc-customer-name      pic x(20).
           05 cc-credit-date        pic 9(8).
           05 cc-amount             pic 9(8)v99.

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

       copy JRNLFD.

       copy EXCPFD.

       copy PERDFD.

       copy PARMFD.


       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 oldest-date pic 9(8) value 0.

       01 payment-left pic 9(8)v99 value 0.
       01 apply-customer-id pic x(6) value spaces.
       01 applied-amount pic 9(8)v99 value 0.
       01 payments-applied-count pic 9(5) value 0.
       01 payments-total pic 9(9)v99 value 0.
       01 grand-60 pic 9(9)v99 value 0.
       01 grand-90 pic 9(9)v99 value 0.

      *customer credits carried forward or made tonight from an
      *overpayment, each applied against the customer's open items
       01 cc-file-status pic xx.
       01 jr-file-status pic xx.
       01 credit-table.
           05 credit-entry occurs 200 times.
               10 cb-customer-id    pic x(6).
               10 cb-customer-name  pic x(20).
               10 cb-credit-date    pic 9(8).
               10 cb-amount         pic 9(8)v99.
       01 credit-count pic 999 value 0.
       01 cb-idx pic 999 value 0.
       01 credit-used pic 9(8)v99 value 0.
       01 credits-created-total pic 9(9)v99 value 0.
       01 credits-applied-total pic 9(9)v99 value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy JRNLWS.
       copy TRLRWS.
       copy PERDWS.
       copy PARMWS.

       01 on-file-status pic xx.
       01 hash-amount-num pic 9(12) value 0.
           05 filler pic x(2) value spaces.
           05 unap-amount-out pic $zzz,zz9.99.

       01 credit-applied-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(17) value 'Credit Applied:  '.
           05 crap-cust-id-out pic x(6).
           05 filler pic x(2) value spaces.
           05 crap-amount-out pic $zzz,zz9.99.

       01 credit-made-out.
           05 filler pic x(3) value spaces.
           05 filler pic x(24) value 'Carried As Credit Dated '.
           05 crmd-date-out pic 9(8).

       01 credit-summary-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(17) value 'Credits Applied: '.
           05 credit-applied-total-out pic $z,zzz,zz9.99.
           05 filler pic x(3) value spaces.
           05 filler pic x(16) value 'Credits Made:   '.
           05 credit-made-total-out pic $z,zzz,zz9.99.

       01 payments-summary-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(18) value 'Payments Applied: '.
           perform 9800-open-master-journal.
           move 'CUSTMAST' to mj-this-file.

           perform 050-load-parameters.

           move 'PAYMENTS AND AGING  ' to banner-job-name.
           move 'PA0001' to banner-batch-id.
           perform 8000-print-banner-page.
           perform 8650-print-parameters.

      *        credit movements post to the ledger, and no entry
      *        posts into a closed accounting period
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
           move 3 to page-line-count.

           perform 110-load-open-items.
           perform 130-add-tonights-billing.
           perform 140-load-credits.
           perform 150-apply-carried-credits.
           perform 200-apply-payments.
           move payments-applied-count to pay-count-out.
           move payments-total to pay-total-out.
           write record-out from payments-summary-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move credits-applied-total to credit-applied-total-out.
           move credits-created-total to credit-made-total-out.
           write record-out from credit-summary-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 550-rewrite-credits.
           perform 950-write-credit-journal.
           perform 650-load-bank-deposits.
           perform 660-print-deposit-slips.
           perform 500-rewrite-open-items.
           perform 700-place-credit-holds.

           close file-out.
           perform 8030-close-report-capture.
           close customer-master.
           close master-journal.
           close journal-file.
           close exception-log.
           stop run.

       050-load-parameters.
           perform 8600-open-parameters.
           move 'CRPAYMENTS' to parm-lookup-program.
           move 'CREDIT-HOLD-LIMIT' to parm-lookup-name.
           move credit-hold-threshold to parm-value.
           perform 8610-get-parameter.
           move parm-value to credit-hold-threshold.
           perform 8690-close-parameters.

       110-load-open-items.
           open input open-items-file.
           if oi-file-status = '00'
               to oi-agreement-no (open-item-count).
           read billing-detail at end move 'n' to more-records.

       140-load-credits.
           open input credit-file.
           if cc-file-status = '00'
               read credit-file
                   at end move 'n' to more-records
               end-read
               perform 145-load-one-credit
                   until more-records = 'n'
           end-if.
           close credit-file.
           move 'y' to more-records.

       145-load-one-credit.
           perform 146-check-credit-room.
           add 1 to credit-count.
           move cc-customer-id to cb-customer-id (credit-count).
           move cc-customer-name to cb-customer-name (credit-count).
           move cc-credit-date to cb-credit-date (credit-count).
           move cc-amount to cb-amount (credit-count).
           read credit-file
               at end move 'n' to more-records
           end-read.

       146-check-credit-room.
           if credit-count >= 200
               display 'CREDIT TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.

      *a carried credit pays down the customer's open items the
      *same way a payment does, oldest-first
       150-apply-carried-credits.
           perform 155-apply-one-credit
               varying cb-idx from 1 by 1
               until cb-idx > credit-count.

       155-apply-one-credit.
           if cb-amount (cb-idx) > 0
               move cb-customer-id (cb-idx) to apply-customer-id
               move cb-amount (cb-idx) to payment-left
               perform 225-find-oldest-open-item
               perform 220-pay-oldest-item
                   until payment-left = 0 or oldest-idx = 0
               compute credit-used =
                   cb-amount (cb-idx) - payment-left
               move payment-left to cb-amount (cb-idx)
               if credit-used > 0
                   add credit-used to credits-applied-total
                   move cb-customer-id (cb-idx) to crap-cust-id-out
                   move credit-used to crap-amount-out
                   write record-out from credit-applied-out
                       after advancing 1 line
                   perform 8020-capture-line
                   perform 8100-advance-line
               end-if
           end-if.

       200-apply-payments.
           open input payments-file.
           if py-file-status not = '00'
      *whatever can't be applied is flagged instead of dropped
       210-apply-one-payment.
           perform 240-accumulate-deposit.
           move py-customer-id to apply-customer-id.
           move py-amount to payment-left.
           perform 225-find-oldest-open-item.
           perform 220-pay-oldest-item
               move applied-amount to pay-amount-out
               write record-out from payment-applied-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.
           if payment-left > 0
               until item-idx > open-item-count.

       226-scan-one-open-item.
           if oi-customer-id (item-idx) = apply-customer-id
               and oi-amount-open (item-idx) > 0
               and oi-bill-date (item-idx) < oldest-date
               move oi-bill-date (item-idx) to oldest-date
           move payment-left to unap-amount-out.
           write record-out from payment-excp-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'UNAP' to excp-reason-code.
           move 'payment exceeds customer open items'
               to excp-reason-text.
           move payments-record to excp-record-image.
           perform 9000-log-exception.
           perform 235-carry-as-credit.

      *the remainder is the customer's money; it rides forward as a
      *credit dated tonight until a charge uses it or it is refunded
       235-carry-as-credit.
           perform 146-check-credit-room.
           add 1 to credit-count.
           move py-customer-id to cb-customer-id (credit-count).
           move py-customer-id to cm-customer-id.
           read customer-master
               invalid key
                   move all '?' to cb-customer-name (credit-count)
               not invalid key
                   move cm-customer-name
                       to cb-customer-name (credit-count)
           end-read.
           move banner-run-date-ccyymmdd
               to cb-credit-date (credit-count).
           move payment-left to cb-amount (credit-count).
           add payment-left to credits-created-total.
           move banner-run-date-ccyymmdd to crmd-date-out.
           write record-out from credit-made-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       650-load-bank-deposits.
           open input bank-deposit-file.
           move dp-branch (dp-idx) to deposit-branch-out.
           write record-out from deposit-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'Cash:  ' to deposit-method-label.
           move dp-cash (dp-idx) to deposit-method-amt-out.
           write record-out from deposit-method-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'Check: ' to deposit-method-label.
           move dp-check (dp-idx) to deposit-method-amt-out.
           write record-out from deposit-method-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'Card:  ' to deposit-method-label.
           move dp-card (dp-idx) to deposit-method-amt-out.
           write record-out from deposit-method-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move dp-total (dp-idx) to deposit-total-amt-out.
           write record-out from deposit-total-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           if dp-counted-on-file (dp-idx)
               perform 670-reconcile-one-branch
           end-if.
           write record-out from deposit-recon-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *what is still owed rides forward to the next run; paid-off
               at end move 'n' to more-records
           end-read.

      *credits still unused ride forward; a used-up one drops out
       550-rewrite-credits.
           open output credit-file.
           perform 555-write-one-credit
               varying cb-idx from 1 by 1
               until cb-idx > credit-count.
           close credit-file.

       555-write-one-credit.
           if cb-amount (cb-idx) > 0
               move cb-customer-id (cb-idx) to cc-customer-id
               move cb-customer-name (cb-idx) to cc-customer-name
               move cb-credit-date (cb-idx) to cc-credit-date
               move cb-amount (cb-idx) to cc-amount
               write credit-record
           end-if.

       600-build-aging.
           perform 610-age-one-item
               varying item-idx from 1 by 1
       900-print-aging.
           write record-out from aging-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 1 line.
           perform 8020-capture-line.
           perform 910-print-one-aging-line
               varying ag-idx from 1 by 1
               until ag-idx > aging-count.
           move grand-90 to tot-90-out.
           write record-out from aging-total-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

       910-print-one-aging-line.
           move ag-customer-id (ag-idx) to ag-cust-id-out.
           move ag-90-days (ag-idx) to ag-90-out.
           write record-out from aging-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           add ag-current (ag-idx) to grand-current.
           add ag-30-days (ag-idx) to grand-30.
           add ag-60-days (ag-idx) to grand-60.
           move ag-90-days (ag-idx) to hold-amount-out.
           write record-out from credit-hold-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'CRHD' to excp-reason-code.
           move 'credit hold placed, 90+ over threshold'
           move customer-master-record to excp-record-image.
           perform 9000-log-exception.

      *overpaid cash is owed back to the customer until it is used;
      *a credit used against a charge relieves the receivable
       950-write-credit-journal.
           if credits-created-total > 0
               move '1000' to jr-account
               move 'CASH                ' to jr-account-desc
               move 'DR' to jr-dr-cr
               move credits-created-total to jr-amount
               perform 955-write-one-journal-line
               move '2900' to jr-account
               move 'CUSTOMER CREDITS PAY' to jr-account-desc
               move 'CR' to jr-dr-cr
               move credits-created-total to jr-amount
               perform 955-write-one-journal-line
           end-if.
           if credits-applied-total > 0
               move '2900' to jr-account
               move 'CUSTOMER CREDITS PAY' to jr-account-desc
               move 'DR' to jr-dr-cr
               move credits-applied-total to jr-amount
               perform 955-write-one-journal-line
               move '1200' to jr-account
               move 'ACCOUNTS RECEIVABLE ' to jr-account-desc
               move 'CR' to jr-dr-cr
               move credits-applied-total to jr-amount
               perform 955-write-one-journal-line
           end-if.

       955-write-one-journal-line.
           move banner-run-date-ccyymmdd to jr-run-date.
           move perd-open-period to jr-period.
           write journal-record.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy TRLRPR.

       copy PERDPR.

       copy PARMPR.

       end program crpayments.
