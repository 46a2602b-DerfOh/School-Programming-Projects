                 file status is cr-file-status.
           select file-out assign to printer, "con".

           copy RPTSEL.

       data division.
       file section.
       fd history-file label records are omitted.
       fd file-out label records are omitted.
       01 record-out pic x(132).

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 cr-file-status pic xx.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           read history-file at end move 'n' to more-records.
               display 'APTHIST OUT OF BALANCE WITH ITS TRAILERS,'
               display '  FILE REFUSED - RESTORE OR REBUILD IT'
               close file-out
               perform 8030-close-report-capture
               move 8 to return-code
               stop run
           end-if.
               until ranked-count > trend-count.

           close file-out.
           perform 8030-close-report-capture.
           stop run.

       110-load-cap-rates.
           end-if.
           write record-out from print-disposition-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       410-find-cap-rate.
