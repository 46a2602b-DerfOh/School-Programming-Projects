
           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd tran-file label records are standard.

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 bm-file-status pic xx.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 5 lines.
           move 5 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           read tran-file at end move 'n' to more-records.

           close tran-file.
           close file-out.
           perform 8030-close-report-capture.
           close building-master.
           close master-journal.
           close exception-log.
           move tr-expected-units to activity-units-out.
           write record-out from print-activity-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       500-write-image-journal.
           move rejected-count to rejected-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

       copy BANNERPR.

