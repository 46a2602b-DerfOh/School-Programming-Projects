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

       fd file-out label records are omitted.
       01 record-out pic x(90).


       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 bd-file-status pic xx.
               until cust-idx > customer-count.

           close file-out.
           perform 8030-close-report-capture.
           stop run.

       200-load-one-detail.
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

           move ci-customer-name (cust-idx) to namespl-full-name.
           perform 9500-normalize-name.
           move ci-customer-id (cust-idx) to invoice-cust-id-out.
           write record-out from invoice-addressee-out
               after advancing 1 line.
           perform 8020-capture-line.

           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 310-print-one-rental-line
               varying rental-idx from 1 by 1
               until rental-idx > ci-rental-count (cust-idx).
           move ci-amount-due (cust-idx) to amount-due-disp.
           write record-out from amount-due-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           write record-out from remit-rule-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           write record-out from remit-line-1-out
               after advancing 1 line.
           perform 8020-capture-line.
           move invoice-number to remit-invoice-out.
           move ci-customer-id (cust-idx) to remit-cust-id-out.
           move ci-amount-due (cust-idx) to remit-amount-out.
           write record-out from remit-line-2-out
               after advancing 1 line.
           perform 8020-capture-line.

       310-print-one-rental-line.
           move ci-agreement-no (cust-idx, rental-idx)
               to inv-total-out.
           write record-out from invoice-line-out
               after advancing 1 line.
           perform 8020-capture-line.

       copy BANNERPR.

