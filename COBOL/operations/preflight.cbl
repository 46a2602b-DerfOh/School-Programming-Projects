
           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd customer-master label records are standard.
       01 customer-master-record.
           05 cm-customer-id       pic x(6).
           05 filler               pic x(111).

       fd rate-table label records are standard.
       01 rate-table-record.
       01 table-in-record.
           05 table-in-detail.
               10 table-cargo-in    pic x(9).
               10 filler            pic x(23).
       01 table-in-header redefines table-in-record.
           05 table-in-count-field pic 9(4).
           05 filler               pic x(28).

       fd sorted-ship-file label records are omitted.
       01 sorted-ship-record.
            05 bl-cargo pic x(10).
            05 bl-units pic 9(6).
            05 bl-value pic 9(10)v99.
            05 filler pic x(57).

       fd rental-in-file label records are omitted.
       01 rental-in-record.

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 cm-file-status pic xx.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.

           perform 200-check-custmast.
           perform 210-check-ratetab.
           end-if.
           write record-out from verdict-line-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

       150-post-check-result.
           write record-out from check-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           if check-ok
               add 1 to checks-passed
           else
