                 organization is line sequential.
           select file-out assign to printer, "con".

           copy RPTSEL.

       data division.
       file section.
       fd history-file label records are omitted.
       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.

           perform 8000-print-banner-page.

           write record-out from title-out after advancing 1 line.
           perform 8020-capture-line.
           move 1 to page-line-count.

           read history-file at end move 'n' to more-records.
               display 'APTHIST OUT OF BALANCE WITH ITS TRAILERS,'
               display '  FILE REFUSED - RESTORE OR REBUILD IT'
               close file-out
               perform 8030-close-report-capture
               move 8 to return-code
               stop run
           end-if.
               until bldg-idx > trend-count.

           close file-out.
           perform 8030-close-report-capture.
           stop run.

       200-load-history.
           move trend-building-id (bldg-idx) to bldg-header-id-out.
           write record-out from bldg-header-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           write record-out from col-header-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 910-print-one-year
               varying year-idx from 1 by 1
           move trend-cost (bldg-idx, year-idx)    to trend-cost-out.
           move trend-profit (bldg-idx, year-idx)  to trend-profit-out.
           write record-out from trend-line-out after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

           copy BANNERPR.
