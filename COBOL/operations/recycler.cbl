
           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       copy RECYFD.

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 tf-file-status pic xx.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           move 3 to page-line-count.

           perform 9300-load-recycles.
           move outstanding-count to outstanding-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

               move rt-job to rej-job-out
               write record-out from reject-line-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
               add 1 to tran-rejected-count
               move 'RCYJ' to excp-reason-code
       500-print-aging.
           write record-out from aging-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 510-print-one-outstanding
               varying rcy-idx from 1 by 1
               move rcy-tbl-image (rcy-idx) to age-image-out
               write record-out from print-aging-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.

