      *  line4-out's hardcoded "Due 1/23/2015" is gone -- the banner
      *    page above it already stamps the real run date, so the
      *    stale literal was dropped instead of printed alongside it.
      *  every line of the cover sheet is captured to the shop's
      *    report repository (RPTSEL/RPTFD) the way the banner page
      *    is, so a reprint carries the whole sheet.
      *
       identification division.
       program-id. cover.
       file-control.
           select file-out assign to printer, "con".

           copy RPTSEL.

       data division.
       file section.
       fd  file-out label records are omitted.
       01  record-out   pic x(80).

       copy RPTFD.

       working-storage section.
       copy BANNERWS.


           perform 15 times
           write record-out
           perform 8020-capture-line
           end-perform.

           write record-out from line1-out
                 after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out
                  after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           write record-out from line3-out
                  after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           write record-out from line5-out
                  after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.





           close file-out.
           perform 8030-close-report-capture.
           stop run.

           copy BANNERPR.
