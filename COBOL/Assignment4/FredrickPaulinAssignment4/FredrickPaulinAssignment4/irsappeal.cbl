
           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd tran-file label records are standard.
            05 cl-reward         pic 9(8)v99.
            05 cl-withhold-flag  pic x.
            05 cl-state          pic x(2).
            05 cl-addr-line      pic x(25).
            05 cl-city           pic x(15).
            05 cl-zip            pic x(5).
            05 cl-examiner-id    pic x(8).
            05 cl-denial-reason  pic x(4).
            05 cl-payment-hold   pic x.
                88 cl-sanction-hold  value 'S'.

       fd audit-file label records are omitted.
       01 audit-record.

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 ap-file-status pic xx.
           move banner-run-date-ccyymmdd to today-date-ccyymmdd.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           read tran-file at end move 'n' to more-records.
           move trans-rejected to rejected-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close tran-file.
           close file-out.
           perform 8030-close-report-capture.
           close appeal-master.
           close claims-master.
           close audit-file.
           move at-reason to act-reason-out.
           write record-out from print-activity-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       copy BANNERPR.
