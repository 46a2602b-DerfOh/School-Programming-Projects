           copy EXCPSEL.


           copy RPTSEL.

       data division.
       file section.
       fd file-in label records are standard.
               10 table-unit-in     pic x(3).
               10 table-value-in    pic 9999v99.
               10 table-hazard-in   pic x.
               10 table-commodity-in pic x(10).
       01 cargo-table-header redefines cargo-table-record.
           05 table-count-field pic 9(4).
           05 filler            pic x(28).

       fd ship-master-file label records are omitted.
       01 ship-master-record.
       copy EXCPFD.


       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 ctf-file-status pic xx.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 5 lines.
           move 5 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           read file-in at end move 'n' to more-records.
           move grand-total-cost to grand-total-out.
           write record-out from grand-total-heading-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           write record-out from grand-total-line-out
               after advancing 1 lines.
           perform 8020-capture-line.

           close file-in.
           close file-out.
           perform 8030-close-report-capture.
           close cargo-table-file.
           close ship-master-file.
           close exception-log.
           move cargo-in to se-cargo-out.
           write record-out from ship-exception-heading-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           write record-out from ship-exception-line-out
               after advancing 1 lines.
           perform 8020-capture-line.
           perform 8100-advance-line.

           move 'SHIP' to excp-reason-code.
           move units-in to de-units-out.
           write record-out from data-exception-heading-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           write record-out from data-exception-line-out
               after advancing 1 lines.
           perform 8020-capture-line.
           perform 8100-advance-line.

           move 'PRIC' to excp-reason-code.
           move looked-up-price to price-out.
           move total-cost to cost-out
           write record-out from print-line-out after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

           copy BANNERPR.
