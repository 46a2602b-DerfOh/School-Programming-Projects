
           select file-out assign to printer, "con".

           copy RPTSEL.

       data division.
       file section.
       fd run-log label records are omitted.
       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 rl-file-status pic xx.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 110-load-log-events.
           move breach-count to breach-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           stop run.

       110-load-log-events.
           end-if.
           write record-out from duration-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       310-find-threshold.
           move chain-steps to chn-steps-out.
           write record-out from chain-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.

       510-walk-one-chain.
