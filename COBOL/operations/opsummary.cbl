           copy STATSSEL.
           select file-out assign to printer, "con".

           copy RPTSEL.

       data division.
       file section.
       copy STATSFD.
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

           read job-stats-file at end move 'n' to more-records.
           move flagged-count to flagged-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           stop run.

       200-roll-one-run.
           perform 310-judge-swing.
           write record-out from print-job-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *percent change of in and out counts against the prior run;
