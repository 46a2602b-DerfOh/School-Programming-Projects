
           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd inspection-file label records are standard.

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 in-file-status pic xx.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           move 3 to page-line-count.

           perform 110-load-ledger.
           move excess-carried-count to excess-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close inspection-file.
           close deposit-tran-file.
           close damage-charge-file.
           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

           move in-item-amount to itm-amount-out.
           write record-out from item-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           read inspection-file at end move 'n' to more-records.

           move current-unit to stm-unit-out.
           write record-out from statement-title-out
               after advancing page.
           move 'P' to capture-mode.
           perform 8020-capture-line.
           move current-tenant to stm-tenant-out.
           move current-moveout to stm-moveout-out.
           write record-out from statement-tenant-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 230-compute-deadline.
           move deadline-date to stm-deadline-out.
           write record-out from statement-deadline-out
               after advancing 1 line.
           perform 8020-capture-line.
           move 3 to page-line-count.

      *move-out date plus the window, with a plain month rollover
           if not lg-found
               write record-out from no-deposit-line-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
               move 'INSP' to excp-reason-code
               move 'inspection for unit with no deposit'
           move refund-amount to dsp-refund-out.
           write record-out from disposition-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           if excess-amount > 0
               move excess-amount to exc-amount-out
               write record-out from excess-line-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.
           add 1 to dispositions-printed.
