
           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd escrow-ledger label records are omitted.

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 el-file-status pic xx.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           move 3 to page-line-count.

           perform 110-load-ledger.
           move underfunded-count to underfunded-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

           move et-amount to pay-amount-out.
           write record-out from payment-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       300-reject-payment.
           move et-type to rej-type-out.
           write record-out from payment-reject-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'ESCR' to excp-reason-code.
           move 'escrow payment rejected' to excp-reason-text.
      *the checks ran ahead of the accrual
       600-print-status.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 610-print-one-status
               varying lg-idx from 1 by 1
           end-if.
           write record-out from status-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       copy BANNERPR.
