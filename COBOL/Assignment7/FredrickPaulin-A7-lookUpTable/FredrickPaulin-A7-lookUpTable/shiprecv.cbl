
           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd open-invoice-file label records are omitted.

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 oi-file-status pic xx.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           move 3 to page-line-count.

           perform 105-read-seed.
           move payments-total to applied-total-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

                   move oi-amount-open (inv-idx) to shp-open-out
                   write record-out from shortpay-line-out
                       after advancing 1 line
                   perform 8020-capture-line
                   perform 8100-advance-line
               else
                   if py-amount > oi-amount-open (inv-idx)
           move py-amount to pay-amount-out.
           write record-out from payment-applied-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       230-print-unapplied-payment.
           move py-amount to unap-amount-out.
           write record-out from payment-excp-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'UNAP' to excp-reason-code.
           move 'payment for unknown or paid invoice'
           move payment-left to unap-amount-out.
           write record-out from payment-excp-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'OVER' to excp-reason-code.
           move 'payment exceeds invoice open amount'

       900-print-aging.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 910-print-one-aging-line
               varying ag-idx from 1 by 1
           move ag-90-days (ag-idx) to agl-90-out.
           write record-out from aging-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       copy BANNERPR.
