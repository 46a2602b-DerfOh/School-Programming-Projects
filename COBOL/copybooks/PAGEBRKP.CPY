      *> block instead of scrolling it off the top of page one.
      *> COPY ... REPLACING ==PAGE-HEADER== BY <column-header-01-name>
      *> if the calling program's header record is not named line2-out.
      *> The page break's own lines are captured to the report
      *> repository like every other line (BANNERPR.CPY).
       8100-advance-line.
           add 1 to page-line-count.
           if page-line-count > page-max-lines
               move page-number to page-number-disp
               write record-out from page-number-out
                   after advancing page
               move 'P' to capture-mode
               perform 8020-capture-line
               write record-out from PAGE-HEADER after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
               move 2 to page-line-count
           end-if.
