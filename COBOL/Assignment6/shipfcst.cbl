
           Select file-out assign to printer, "con".

           copy RPTSEL.

       DATA DIVISION.

       File Section.
       FD file-out label records are omitted.
       01 record-out pic x(80).

       copy RPTFD.

       Working-Storage Section.

       copy BANNERWS.
           perform 8000-print-banner-page.

           write record-out from title-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           move 3 to page-line-count.

           read history-master at end move 'n' to more-records.
           move flagged-count to flagged-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           stop run.

       200-roll-up-one-record.
           move trailing-average to trailing-avg-out.
           write record-out from cargo-header-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.

           move 'n' to cargo-flagged-flag.
               add 1 to flagged-count
               write record-out from flag-line-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.

           move last-year-volume to fc-lastyear-out.
           write record-out from forecast-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       copy BANNERPR.
