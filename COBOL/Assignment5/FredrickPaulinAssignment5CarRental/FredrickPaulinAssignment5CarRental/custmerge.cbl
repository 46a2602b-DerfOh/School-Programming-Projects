
           copy OPERSEL.

           copy RPTSEL.

       data division.
       file section.
       fd customer-master label records are standard.
           05 cm-block-status      pic x.
               88 cm-blocked           value 'B'.
           05 cm-block-reason      pic x(4).
           05 cm-license-no        pic x(15).
           05 cm-license-state     pic x(2).
           05 cm-license-expiry    pic 9(8).
           05 cm-birth-date        pic 9(8).

       fd reservation label records are standard.
       01 reservation-record.

       copy OPERFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 cm-file-status pic xx.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           move 3 to page-line-count.

           perform 200-load-and-normalize.
           move repointed-count to repointed-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close customer-master.
           close reservation.
           close master-journal.
           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

       300-score-all-pairs.
           write record-out from candidate-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 310-score-one-a
               varying cu-a-idx from 1 by 1
                   move match-score to cand-score-out
                   write record-out from print-candidate-out
                       after advancing 1 line
                   perform 8020-capture-line
                   perform 8100-advance-line
               end-if
           end-if.
       400-apply-approved-merges.
           write record-out from merge-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           open input merge-approval-file.
           if ma-file-status = '00'
                   move 'APPLIED' to merge-disp-out
                   write record-out from print-merge-out
                       after advancing 1 line
                   perform 8020-capture-line
                   perform 8100-advance-line
                   add 1 to merges-applied-count
           end-read.
       420-reject-merge.
           write record-out from print-merge-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           add 1 to merges-rejected-count.
           move 'MRGR' to excp-reason-code.
