
           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd audit-file label records are omitted.

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 au-file-status pic xx.
           compute new-year = closing-year + 1.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           move 3 to page-line-count.

           open i-o ytd-totals-file.

           close ytd-totals-file.
           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

           move ytd-total-reward to fy-total-out.
           write record-out from final-year-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *one pass over the audit trail: the closing year's records
           end-if.
           write record-out from recon-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move archived-count to arch-count-out.
           move kept-count to kept-count-out.
           write record-out from archive-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       500-archive-ytd-row.
           move new-year to ny-year-out.
           write record-out from newyear-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       copy BANNERPR.
