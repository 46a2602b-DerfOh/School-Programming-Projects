
           copy STATSSEL.

           copy RPTSEL.

       DATA DIVISION.

       File Section.
               10 table-unit-in     pic x(3).
               10 table-value-in    pic 9999v99.
               10 table-hazard-in   pic x.
               10 table-commodity-in pic x(10).
       01 cargo-table-header redefines cargo-table-record.
           05 table-count-field pic 9(4).
           05 filler            pic x(28).

       copy EXCPFD.

       copy STATSFD.

       copy RPTFD.

       Working-Storage Section.

       copy BANNERWS.
           perform 8000-print-banner-page.

           write record-out from title-out after advancing 1 line.
           perform 8020-capture-line.
           move 1 to page-line-count.

           move 'y' to first-record-flag.
           move grand-value to grand-value-out.
           write record-out from grand-total-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           move grand-shipment-count to stats-in-count.
           move grand-shipment-count to stats-out-count.

           close file-in.
           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

               add 1 to stats-excp-count
               perform 9000-log-exception
               close file-out
               perform 8030-close-report-capture
               close exception-log
               move 8 to return-code
               stop run
           move ship-date-in to detail-date-out.
           write record-out from detail-line-out
               after advancing 1 lines.
           perform 8020-capture-line.
           perform 8100-advance-line.

           add 1 to cargo-shipment-count.
           move cargo-break-value to subtotal-value-out.
           write record-out from subtotal-line-out
               after advancing 1 lines.
           perform 8020-capture-line.
           perform 8100-advance-line.

       310-print-one-month.
           move mo-value (mo-idx) to month-value-out.
           write record-out from month-line-out
               after advancing 1 lines.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *    with the grand total known, every cargo's slice of it
       400-print-percent-section.
           write record-out from percent-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 410-print-one-percent
               varying cvt-idx from 1 by 1
           move cargo-percent to pct-percent-out.
           write record-out from percent-line-out
               after advancing 1 lines.
           perform 8020-capture-line.
           perform 8100-advance-line.

           copy STATSPR.
