      *>   semicolon-delimited extract (APEXTR, through the shared
      *>   DELIM copybooks, from the same edited fields the print
      *>   lines use) so the office stops re-keying them.
      *> a pending preventive-maintenance order (wo-status 'P',
      *>   raised by aptpmsched.cbl at its estimated cost) is not
      *>   money spent yet, so 063-load-one-work-order passes over
      *>   it; the order counts once its completion is keyed.
       identification division.
       program-id. aptprofits.
       environment division.
           copy SUMMSEL.


           copy RPTSEL.

       data division.
       file section.
       fd file-in label records are standard.
           05 lm-lease-end      pic 9(8).
           05 lm-unit-type      pic x(2).
           05 lm-utility-factor pic 9v99.
           05 lm-late-fee       pic 9(3)v99.
           05 lm-grace-day      pic 99.

      *Maintenance work orders; the amounts fold into the
      *building's operating cost for the profit math
           05 wo-unit-no        pic x(4).
           05 wo-work-date      pic 9(8).
           05 wo-amount         pic 9(5)v99.
           05 wo-status         pic x.
               88 wo-pending        value 'P'.
           05 wo-pm-task-id     pic x(4).

      *Current-year loan interest per building, computed by the
      *amortization job
           05 cx-cost           pic 9(7)v99.
           05 cx-life-years     pic 99.
           05 cx-in-service-year pic 9(4).
           05 cx-in-service-mm  pic 99.

      *Tenant deposit balances, summed into the rollup's
      *deposit-liability line
       copy SUMMFD.


       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 total-cost pic 999999999999999v99.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 5 lines.
           move 5 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 045-validate-file-header.
           perform 9200-write-job-stats.
           close file-in.
           close file-out.
           perform 8030-close-report-capture.
           close extract-file.
           close history-file.
           close building-master.
           close work-order-file.

       063-load-one-work-order.
           if not wo-pending
               perform 067-total-one-work-order
           end-if.
           read work-order-file
               at end move 'n' to more-wo-recs
           end-read.

       067-total-one-work-order.
           move 'n' to wot-found-flag.
           perform 064-scan-one-wo-building
               varying wot-idx from 1 by 1
               move wo-building-id to wot-building-id (wot-idx)
           end-if.
           add wo-amount to wot-total (wot-idx).

       064-scan-one-wo-building.
           if wot-building-id (wot-idx) = wo-building-id
       046-print-header-error.
           write record-out from print-header-excp-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'HDR ' to excp-reason-code.
           move 'input file control record mismatch'
           move building-id to excp-building-id-out.
           write record-out from print-bldg-excp-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'BLDG' to excp-reason-code.
           move 'building-master validation failed'
           move profit-variance  to variance-out.

           write record-out from print-line-out after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 255-extract-one-building.

       900-print-summary.
           write record-out from summary-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move total-rental-units   to total-rental-units-out.
           move total-annual-revenue to total-annual-revenue-out.
           move total-annual-cost    to total-annual-cost-out.
           move total-profit         to total-profit-out.
           write record-out from summary-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 930-extract-portfolio-totals.
           move deposit-liability to deposit-liability-out.
           write record-out from summary-deposit-out
               after advancing 1 line.
           perform 8020-capture-line.
           move buildings-at-loss-count to buildings-at-loss-out.
           write record-out from summary-loss-count-out
               after advancing 1 line.
           perform 8020-capture-line.
           write record-out from over-budget-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 920-print-one-over-budget
               varying ob-idx from 1 by 1
               until ob-idx > over-budget-count.
           move ob-actual-cost (ob-idx) to ob-actual-out.
           write record-out from over-budget-line-out
               after advancing 1 line.
           perform 8020-capture-line.

       copy STATSPR.

