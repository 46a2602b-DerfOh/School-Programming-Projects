           select file-out assign to printer, "con".


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

       fd file-out label records are omitted.
       01 record-out pic x(80).


       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 or-file-status pic xx.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 5 lines.
           move 5 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           read open-rental at end move 'n' to more-records.
           move overdue-count to overdue-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close open-rental.
           close customer-master.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

       200-process.
           move days-late to od-late-out.
           write record-out from print-overdue-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       260-lookup-customer.
