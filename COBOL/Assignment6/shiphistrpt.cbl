           Select file-out assign to "MASTER6R"
              organization is line sequential.

           copy RPTSEL.

       DATA DIVISION.

       File Section.
       FD file-out label records are omitted.
       01 record-out pic x(80).

       copy RPTFD.

       Working-Storage Section.

       copy BANNERWS.
           perform 8000-print-banner-page.

           write record-out from title-out after advancing 1 line.
           perform 8020-capture-line.
           move 1 to page-line-count.

           read history-master at end move 'n' to more-records.
           perform 300-print-report.

           close file-out.
           perform 8030-close-report-capture.
           stop run.

       200-accumulate-one.
               move vo-cargo (vo-idx) to cargo-header-id-out
               write record-out from cargo-header-out
                   after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
               perform 8100-advance-line
               move 'y' to first-month-flag
           end-if.
           move vo-volume (vo-idx) to prior-volume.
           write record-out from volume-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       copy BANNERPR.
