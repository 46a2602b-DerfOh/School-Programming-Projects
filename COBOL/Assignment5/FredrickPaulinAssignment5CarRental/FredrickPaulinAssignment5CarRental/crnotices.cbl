      *  - a collection notice for every customer whose CRAROPEN
      *    receivables include an item aged past the collection
      *    threshold.
      *
      *The mailing label moved out to the shared NOTICE copybooks
      *so the reservation letters crbooking.cbl prints come out
      *addressed the same way as these notices.
      *
      *The collection threshold, in days, is read from PARMMAST
      *(CRNOTICES / COLLECTION-AGE-DAYS) at start-up through the
      *shared PARM copybooks; the value in force prints under the
      *banner.
       identification division.
       program-id. crnotices.
       environment division.

           copy EXCPSEL.

           copy PARMSEL.

           copy RPTSEL.

       data division.
       file section.
       fd open-rental label records are standard.
           05 or-contracted-days   pic 99.
           05 or-fuel-level-out    pic 9.
           05 or-agreement-no      pic 9(7).
           05 or-agent-id          pic x(5).
           05 or-reserved-make     pic x(4).
           05 or-upgrade-code      pic x.
               88 or-upgrade-comp      value 'C'.
               88 or-upgrade-paid      value 'P'.
               88 or-upgrade-loyalty   value 'L'.
           05 or-upgrade-day-diff  pic 99v99.
           05 or-upgrade-points    pic 9(7).
           05 or-checkout-branch   pic x(3).

       fd customer-master label records are standard.
       01 customer-master-record.
           05 cm-block-status      pic x.
               88 cm-blocked           value 'B'.
           05 cm-block-reason      pic x(4).
           05 cm-license-no        pic x(15).
           05 cm-license-state     pic x(2).
           05 cm-license-expiry    pic 9(8).
           05 cm-birth-date        pic 9(8).

       fd open-items-file label records are omitted.
       01 open-items-record.

       copy EXCPFD.

       copy PARMFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 or-file-status pic xx.

       copy BANNERWS.
       copy EXCPWS.
       copy PARMWS.
       copy NAMESPLW.
       copy ADDRSTDW.
       copy NOTICEW.

       01 collection-age-days pic 9(3) value 60.
       01 item-age-days pic s9(5) value 0.

       01 overdue-notices-count pic 9(5) value 0.
       01 collection-notices-count pic 9(5) value 0.

      *one collection notice per customer however many aged items;
      *ids already noticed are remembered here
           88 already-noticed value 'y'.
       01 aged-amount pic 9(8)v99 value 0.

       01 overdue-body-1-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(43) value
           perform 8900-open-exception-log.
           move 'CRNOTICES   ' to excp-this-job.

           perform 050-load-parameters.

           move 'CUSTOMER NOTICES    ' to banner-job-name.
           move 'NT0001' to banner-batch-id.
           perform 8000-print-banner-page.
           perform 8650-print-parameters.

           perform 200-overdue-notices.
           perform 300-collection-notices.
           move collection-notices-count to collect-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close open-rental.
           close customer-master.
           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

       050-load-parameters.
           perform 8600-open-parameters.
           move 'CRNOTICES ' to parm-lookup-program.
           move 'COLLECTION-AGE-DAYS' to parm-lookup-name.
           move collection-age-days to parm-value.
           perform 8610-get-parameter.
           move parm-value to collection-age-days.
           perform 8690-close-parameters.

       200-overdue-notices.
           read open-rental at end move 'n' to more-records.
           perform 210-judge-one-rental until more-records = 'n'.

       220-print-overdue-notice.
           move or-customer-id to cm-customer-id.
           perform 8500-build-notice-label.
           if customer-found
               add 1 to overdue-notices-count
               perform 8510-print-notice-label
               write record-out from overdue-body-1-out
                   after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
               write record-out from overdue-body-2-out
                   after advancing 1 line
               perform 8020-capture-line
               write record-out from overdue-body-3-out
                   after advancing 1 line
               perform 8020-capture-line
               move or-unit-id to notice-unit-out
               move or-car-make to notice-make-out
               move days-out to notice-days-out
               write record-out from overdue-detail-out
                   after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
           end-if.

       300-collection-notices.

       330-print-collection-notice.
           move ar-customer-id to cm-customer-id.
           perform 8500-build-notice-label.
           if customer-found
               if noticed-count >= 200
                   display 'NOTICED TABLE FULL, CANNOT CONTINUE'
               move ar-customer-id
                   to noticed-customer (noticed-count)
               add 1 to collection-notices-count
               perform 8510-print-notice-label
               write record-out from collect-body-1-out
                   after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
               write record-out from collect-body-2-out
                   after advancing 1 line
               perform 8020-capture-line
               write record-out from collect-body-3-out
                   after advancing 1 line
               perform 8020-capture-line
               move ar-amount-open to notice-amount-out
               move ar-bill-date to notice-date-out
               write record-out from collect-detail-out
                   after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
           end-if.

       copy BANNERPR.

       copy EXCPPR.

       copy PARMPR.

       copy NAMESPLP.

       copy ADDRSTDP.

       copy NOTICEP replacing ==NOTICE-RECORD== by ==record-out==.

       end program crnotices.
