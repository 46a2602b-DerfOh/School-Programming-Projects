           select file-out assign to printer, "con".


           copy RPTSEL.

       data division.
       file section.
       fd billing-detail label records are omitted.
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

       fd corp-account label records are standard.
       01 corp-account-record.
       01 record-out pic x(80).


       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 bd-file-status pic xx.

           close corp-account.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

      *walk-in rentals carry a blank account-id and belong to the
           add 1 to invoice-number.
           write record-out from invoice-title-out
               after advancing page.
           move 'P' to capture-mode.
           perform 8020-capture-line.
           move invoice-number to invoice-number-disp.
           move banner-run-date-out to invoice-date-out.
           write record-out from invoice-number-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           move ai-account-id (acct-idx) to invoice-acct-id-out.
           perform 310-lookup-account-name.
           write record-out from invoice-account-out
               after advancing 1 line.
           perform 8020-capture-line.

           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 320-print-one-rental-line
               varying rental-idx from 1 by 1
               until rental-idx > ai-rental-count (acct-idx).
           move ai-discount-total (acct-idx) to discount-total-disp.
           write record-out from invoice-total-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

       310-lookup-account-name.
           move ai-account-id (acct-idx) to ca-account-id.
               to inv-charge-out.
           write record-out from invoice-line-out
               after advancing 1 line.
           perform 8020-capture-line.

       copy BANNERPR.

