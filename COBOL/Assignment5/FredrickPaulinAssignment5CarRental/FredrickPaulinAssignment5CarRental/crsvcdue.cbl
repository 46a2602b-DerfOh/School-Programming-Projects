           copy EXCPSEL.


           copy RPTSEL.

       data division.
       file section.
       fd maint-due label records are standard.
           05 vm-in-service-date    pic 9(8).
           05 vm-expected-life-mm   pic 9(3).
           05 vm-home-branch        pic x(3).
           05 vm-recall-status      pic x.
               88 vm-recall-open        value 'O' 'D'.
               88 vm-recall-dnr         value 'D'.
           05 vm-recall-campaign    pic x(8).

       fd service-done-file label records are omitted.
       01 service-done-record.
       copy EXCPFD.


       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 md-file-status pic xx.
           perform 150-post-completed-services.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 200-list-units-due.
           move services-posted-count to posted-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close maint-due.
           close vehicle-master.
           close service-cost-ledger.
           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

           move md-service-interval to due-interval-out.
           write record-out from print-due-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       260-lookup-vehicle.
