      *portfolio ranking prints the worst-turnover units first, so
      *the buildings that turn units in days stand apart from the
      *ones that take a month.
      *
      *A preventive-maintenance order still pending on WORKORD
      *(aptpmsched.cbl) is an estimate, not spend, and is left out.
       identification division.
       program-id. aptturn.
       environment division.

           select file-out assign to printer, "con".

           copy RPTSEL.

       data division.
       file section.
       fd lease-master label records are standard.
           05 lm-lease-end      pic 9(8).
           05 lm-unit-type      pic x(2).
           05 lm-utility-factor pic 9v99.
           05 lm-late-fee       pic 9(3)v99.
           05 lm-grace-day      pic 99.

       fd work-order-file label records are standard.
       01 work-order-record.
           05 wo-unit-no        pic x(4).
           05 wo-work-date      pic 9(8).
           05 wo-amount         pic 9(5)v99.
           05 wo-status         pic x.
               88 wo-pending        value 'P'.
           05 wo-pm-task-id     pic x(4).

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 lm-file-status pic xx.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 110-load-lease-master.
           move port-rent-lost to port-rentlost-out.
           write record-out from port-total-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           stop run.

       110-load-lease-master.
           move 'y' to more-records.

       135-load-one-order.
           if not wo-pending
               if order-count >= 300
                   display 'ORDER TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to order-count
               move wo-building-id to ot-building-id (order-count)
               move wo-unit-no to ot-unit-no (order-count)
               move wo-work-date to ot-work-date (order-count)
               move wo-amount to ot-amount (order-count)
           end-if.
           read work-order-file
               at end move 'n' to more-records.

               move tn-rent-lost (tn-idx) to trn-rentlost-out
               write record-out from print-turnover-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.

