
           copy PERDSEL.

           copy RPTSEL.

       data division.
       file section.
       fd journal-file-1 label records are omitted.

       copy PERDFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 j1-file-status pic xx.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           move 3 to page-line-count.

           perform 200-post-one-journal

           close gl-master.
           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

                   move journal-credits to jp-credits-out
                   write record-out from journal-posted-out
                       after advancing 1 line
                   perform 8020-capture-line
                   perform 8100-advance-line
               else
                   display journal-name
      *proof line at the bottom
       600-print-trial-balance.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move low-values to gl-key.
           start gl-master key not < gl-key
           end-if.
           write record-out from trial-total-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

       610-print-one-account.
           if gl-period = trial-period
               move net-balance to trl-net-out
               write record-out from trial-line-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
               add gl-period-debits to trial-debits
               add gl-period-credits to trial-credits
