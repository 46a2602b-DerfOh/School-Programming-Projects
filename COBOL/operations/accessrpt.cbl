                 file status is aa-file-status.
           select file-out assign to printer, "con".

           copy RPTSEL.

       data division.
       file section.
       fd access-audit-file label records are omitted.
       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 aa-file-status pic xx.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           read access-audit-file

           write record-out from roll-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 300-print-one-operator
               varying orl-idx from 1 by 1
           move denials-read to denials-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           stop run.

       200-print-one-event.
           move aa-outcome to evt-outcome-out.
           write record-out from print-event-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           if aa-outcome = 'DENY'
               add 1 to denials-read
           move orl-denials (orl-idx) to rol-denials-out.
           write record-out from roll-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       copy BANNERPR.
