           select file-out assign to printer, "con".


           copy RPTSEL.

       data division.
       file section.
       fd points-master label records are standard.
           05 cm-block-status      pic x.
               88 cm-blocked           value 'B'.
           05 cm-block-reason      pic x(4).
           05 cm-license-no        pic x(15).
           05 cm-license-state     pic x(2).
           05 cm-license-expiry    pic 9(8).
           05 cm-birth-date        pic 9(8).

       fd file-out label records are omitted.
       01 record-out pic x(80).


       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 pm-file-status pic xx.
           move statement-count to statement-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close points-master.
           close customer-master.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

       200-print-one-statement.
           add 1 to statement-count.
           write record-out from stmt-title-out
               after advancing page.
           move 'P' to capture-mode.
           perform 8020-capture-line.

           perform 250-build-addressee.
           move pm-customer-id to stmt-cust-id-out.
           write record-out from stmt-addressee-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           move pm-points-earned-ytd to stmt-earned-disp.
           write record-out from stmt-earned-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move pm-points-redeemed-ytd to stmt-redeemed-disp.
           write record-out from stmt-redeemed-out
               after advancing 1 line.
           perform 8020-capture-line.
           move pm-points-balance to stmt-balance-disp.
           write record-out from stmt-balance-out
               after advancing 1 line.
           perform 8020-capture-line.

           read points-master at end move 'n' to more-records.

