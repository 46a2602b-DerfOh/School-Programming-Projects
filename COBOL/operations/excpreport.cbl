                 file status is tr-file-status.
           select file-out assign to printer, "con".

           copy RPTSEL.

       data division.
       file section.
       copy EXCPFD.
       fd file-out label records are omitted.
       01 record-out pic x(132).

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 tr-file-status pic xx.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 110-load-prior-trend.
           move total-exceptions to total-excp-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           stop run.

       110-load-prior-trend.
           move count-change to sum-change-out.
           write record-out from print-reason-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *repeated best-of scan; only images seen more than once make
       400-print-recurring-images.
           write record-out from image-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 0 to rank-number.
           perform 410-print-one-recurring
               move im-image (rank-best-idx) to img-image-out
               write record-out from print-image-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           else
               move image-count to rank-number
