
           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd tran-file label records are standard.
            05 cl-withhold-flag  pic x.
                88 cl-withhold-required value 'W'.
            05 cl-state          pic x(2).
            05 cl-addr-line      pic x(25).
            05 cl-city           pic x(15).
            05 cl-zip            pic x(5).
            05 cl-examiner-id    pic x(8).
            05 cl-denial-reason  pic x(4).
            05 cl-payment-hold   pic x.
                88 cl-sanction-hold  value 'S'.

       fd ytd-totals-file label records are standard.
       01 ytd-totals-record.

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 au-file-status pic xx.
           accept today-date-ccyymmdd from date yyyymmdd.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           read tran-file at end move 'n' to more-records.
           move rejected-count to rejected-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close tran-file.
           close file-out.
           perform 8030-close-report-capture.
           close audit-file.
           close claims-master.
           close ytd-totals-file.
           move aj-type to act-type-out.
           write record-out from print-activity-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       copy BANNERPR.
