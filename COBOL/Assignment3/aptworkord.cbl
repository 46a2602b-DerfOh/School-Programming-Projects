      *a category the vendor isn't approved for is rejected to the
      *report and the shared exception log.  A vendor detail
      *section shows each vendor's standing next to their spend.
      *
      *Preventive-maintenance orders raised by aptpmsched.cbl sit
      *on WORKORD as pending ('P') at their estimated cost until
      *the completed order is keyed; they are counted on their own
      *line and kept out of the spend and the vendor checks.
       identification division.
       program-id. aptworkord.
       environment division.

           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd work-order-file label records are standard.
           05 wo-unit-no        pic x(4).
           05 wo-work-date      pic 9(8).
           05 wo-amount         pic 9(5)v99.
           05 wo-status         pic x.
               88 wo-pending        value 'P'.
           05 wo-pm-task-id     pic x(4).

       fd vendor-master label records are standard.
       01 vendor-master-record.
           05 vn-insurance-expiry pic 9(8).
           05 vn-active-flag    pic x.
               88 vn-active         value 'A'.
           05 vn-tin            pic x(9).
           05 vn-1099-flag      pic x.
               88 vn-1099-eligible  value 'Y'.
           05 vn-remit-addr     pic x(25).
           05 vn-remit-city     pic x(15).
           05 vn-remit-state    pic x(2).
           05 vn-remit-zip      pic x(5).

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 wo-file-status pic xx.
       01 top-vendor-limit pic 99 value 10.

       01 grand-spend pic 9(9)v99 value 0.
       01 pending-count pic 9(5) value 0.
       01 pending-estimate pic 9(9)v99 value 0.

      *vendor master, loaded once and checked per order
       01 vn-file-status pic xx.
           05 filler pic x(18) value 'Orders Rejected:  '.
           05 reject-count-out pic zzzz9.

       01 pending-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(18) value 'PM Orders Pending:'.
           05 pending-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value 'Estimate: '.
           05 pending-estimate-out pic $z,zzz,zz9.99.

       01 grand-total-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(19) value 'Total Maintenance: '.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           read work-order-file at end move 'n' to more-records.
           move grand-spend to grand-spend-out.
           write record-out from grand-total-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move orders-rejected to reject-count-out.
           write record-out from reject-count-out-line
               after advancing 1 line.
           perform 8020-capture-line.
           move pending-count to pending-count-out.
           move pending-estimate to pending-estimate-out.
           write record-out from pending-line-out
               after advancing 1 line.
           perform 8020-capture-line.

           close work-order-file.
           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

           read vendor-master at end move 'n' to more-vendor-recs.

       200-accumulate-one-order.
           if wo-pending
               add 1 to pending-count
               add wo-amount to pending-estimate
           else
               perform 150-validate-order
               if order-ok
                   add wo-amount to grand-spend
                   perform 220-accumulate-category
                   perform 240-accumulate-vendor
               else
                   perform 300-reject-order
               end-if
           end-if.
           read work-order-file at end move 'n' to more-records.

           move order-reject-reason to rej-reason-out.
           write record-out from print-reject-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'VEND' to excp-reason-code.
           move order-reject-reason to excp-reason-text.
           move ct-total (ct-idx) to cat-total-out.
           write record-out from print-category-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *repeated best-of scan, same as the branch ranking in the
       600-print-top-vendors.
           write record-out from vendor-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 0 to rank-number.
           perform 610-print-one-vendor-rank
               move vt-total (rank-best-idx) to vend-total-out
               write record-out from print-vendor-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           else
               move vendor-count to rank-number
       700-print-vendor-detail.
           write record-out from vendor-detail-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 710-print-one-vendor-detail
               varying vm-idx from 1 by 1
           perform 720-find-vendor-spend.
           write record-out from print-vendor-detail-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       720-find-vendor-spend.
