      *covers, its record count and the date last written, so the
      *inquiry job finds the right year itself instead of trusting
      *whoever pointed ARCVIN last.
      *
      *Nothing under a legal hold leaves the live file, whatever
      *its age: a record past the cutoff that carries the key of a
      *hold in force on the LEGLHOLD register (holdmaint.cbl) is
      *kept instead of archived and counted as held.  A hold
      *released since the last run protects nothing, so its
      *records archive on this run like any others.
      *
      *Records run to 200 bytes, wide enough for the report
      *repository (RPTREPO), which ages out here like any other
      *file: its rows carry the run date in column 1.  A rules
      *record whose file-id is RPTREPO leaves this run's own
      *report out of the repository, since the file is being
      *rewritten under it.
       identification division.
       program-id. archiver.
       environment division.
                 organization is line sequential
                 file status is cg-file-status.

           copy HOLDSEL.

           copy RPTSEL.

       data division.
       file section.
       fd rules-file label records are omitted.
           05 ru-archive-slot   pic 9(2).

       fd live-file label records are omitted.
       01 live-record pic x(200).

       fd archive-file label records are omitted.
       01 archive-record pic x(200).

       fd keep-file label records are omitted.
       01 keep-record pic x(200).

       fd file-out label records are omitted.
       01 record-out pic x(80).
           05 filler            pic x value space.
           05 ac-created-date   pic 9(8).

       copy HOLDFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 ru-file-status pic xx.
       01 read-count pic 9(7) value 0.
       01 archived-count pic 9(7) value 0.
       01 kept-count pic 9(7) value 0.
       01 held-count pic 9(7) value 0.
       01 trailers-retired-count pic 9(5) value 0.
       01 hash-piece-x pic x(13) value spaces.
       01 hash-piece-n redefines hash-piece-x pic 9(13).

       copy BANNERWS.
       copy TRLRWS.
       copy HOLDWS.

      *the catalog rides through memory and is rewritten whole
       01 cg-file-status pic xx.
           05 filler pic x(6) value 'Kept: '.
           05 rpt-kept-out pic zzzzzz9.

       01 held-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(34) value
               'Kept Past Cutoff Under Legal Hold:'.
           05 filler pic x(1) value spaces.
           05 rpt-held-out pic zzzzzz9.

       procedure division.
       100-main.
           perform 110-read-rules.
           if ru-file-id = 'RPTREPO'
               move 'y' to capture-suppress-flag
           end-if.

           open output file-out.

           move 'ARCHIVE AND PURGE   ' to banner-job-name.
           move 'AR0001' to banner-batch-id.
           perform 8000-print-banner-page.

           compute cutoff-year =
               banner-run-yyyy - ru-keep-years.

           perform 150-load-catalog.
           perform 8560-load-holds.
           perform 200-split-live-file.
           perform 300-copy-keep-back.
           perform 400-update-catalog.
           move kept-count to rpt-kept-out.
           write record-out from report-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move held-count to rpt-held-out.
           write record-out from held-line-out
               after advancing 1 line.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           stop run.

       110-read-rules.
           else
               move 'n' to year-is-numeric-flag
           end-if.
           move 'n' to hold-found-flag.
           if year-is-numeric
               and record-year-n < cutoff-year
               and hold-count > 0
               move live-record to hold-text
               perform 8570-check-held-text
               if hold-found
                   add 1 to held-count
               end-if
           end-if.
           if year-is-numeric
               and record-year-n < cutoff-year
               and not hold-found
               write archive-record from live-record
               add 1 to archived-count
               if record-year-n < archived-low-year

       copy TRLRPR.

       copy HOLDPR.

       end program archiver.
