           select file-out assign to printer, "con".


           copy RPTSEL.

       data division.
       file section.
       fd remittance-file label records are omitted.
       01 record-out pic x(80).


       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 sr-file-status pic xx.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           read remittance-file at end move 'n' to more-records.
           move grand-default to reg-tot-default-out.
           write record-out from grand-total-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move review-count to review-count-out.
           write record-out from review-count-out-line
               after advancing 1 line.
           perform 8020-capture-line.

           close remittance-file.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

      *the default-rate slice means some rentals in that state were
           end-if.
           write record-out from print-state-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           add sr-tax-collected to grand-collected.
           add sr-default-rate-tax to grand-default.
