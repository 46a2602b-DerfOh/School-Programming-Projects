
           select file-out assign to printer, "con".

           copy RPTSEL.

       data division.
       file section.
       copy EXCPFD.
       fd customer-master label records are standard.
       01 customer-master-record.
           05 cm-customer-id    pic x(6).
           05 filler            pic x(111).

       fd claims-master label records are standard.
       01 claims-master-record.
           05 cl-claimant-id    pic x(9).
           05 filler            pic x(108).

       fd building-master label records are standard.
       01 building-master-record.
       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 cm-file-status pic xx.
           move xref-written to xref-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close xref-file.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

       105-file-one-id.
