
           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd deposit-ledger label records are omitted.

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 dl-file-status pic xx.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 110-load-ledger.
           perform 600-print-balances.

           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

           move dt-amount to activity-amount-out.
           write record-out from print-activity-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *zero balances drop off; the rest ride forward for next run
       600-print-balances.
           write record-out from ledger-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 610-print-one-balance
               varying lg-idx from 1 by 1
           move total-liability to liability-out.
           write record-out from liability-total-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

       610-print-one-balance.
           if lg-balance (lg-idx) > 0
               move lg-balance (lg-idx) to bal-amount-out
               write record-out from print-balance-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
               add lg-balance (lg-idx) to total-liability
           end-if.
