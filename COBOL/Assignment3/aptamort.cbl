                 file status is rf-file-status.
           select file-out assign to printer, "con".

           copy RPTSEL.

       data division.
       file section.
       fd loan-master label records are standard.
       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 ln-file-status pic xx.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           move 3 to page-line-count.

           read loan-master at end move 'n' to more-records.
           close loan-master.
           close interest-out-file.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

       110-load-refi-candidates.
           compute loan-rate-out = ln-annual-rate * 100.
           write record-out from loan-header-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           write record-out from line2-out after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 310-print-one-year
               varying yr-idx from 1 by 1
           move current-year-interest to cur-year-int-out.
           write record-out from payoff-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       310-print-one-year.
           move yr-end-balance (yr-idx) to sched-bal-out.
           write record-out from print-year-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       400-write-interest-record.
       540-print-refi-block.
           write record-out from refi-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move monthly-payment to ref-cur-pay-out.
           move current-rem-interest to ref-cur-int-out.
           write record-out from refi-current-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move refi-payment to ref-new-pay-out.
           move refi-total-interest to ref-new-int-out.
           write record-out from refi-new-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move interest-saved to ref-saved-out.
           move breakeven-months to ref-breakeven-out.
           end-if.
           write record-out from refi-verdict-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       copy BANNERPR.
