
           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd table-in label records are standard.
               10 table-unit-in     pic x(3).
               10 table-value-in    pic 9999v99.
               10 table-hazard-in   pic x.
               10 table-commodity-in pic x(10).
       01 table-in-header redefines table-in-record.
           05 table-in-count-field pic 9(4).
           05 filler            pic x(28).

       fd hazpair-file label records are omitted.
       01 hazpair-record.

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 table-in-file-status pic xx.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           move 3 to page-line-count.

           perform 110-load-cargo-classes.
           if violation-count = 0
               write record-out from clean-line-out
                   after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
           end-if.
           move voyage-count to voyages-checked-out.
           move violation-count to violations-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           if violation-count > 0
               move 8 to return-code
               to viol-cargo-b-out.
           write record-out from violation-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'HAZV' to excp-reason-code.
           move 'incompatible hazard classes on voyage'
