           copy SUMMSEL.
           select file-out assign to printer, "con".

           copy RPTSEL.

       data division.
       file section.
       copy SUMMFD.
       fd file-out label records are omitted.
       01 record-out pic x(132).

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.

           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           read shop-summary-file at end move 'n' to more-records.
           move shop-excps to shop-excps-out.
           write record-out from shop-total-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           stop run.

      *first pass: the newest record per business wins the latest
           move volume-delta to biz-vol-delta-out.
           write record-out from print-business-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           add bz-latest-revenue (bz-idx) to shop-revenue.
           add bz-latest-volume (bz-idx) to shop-volume.
