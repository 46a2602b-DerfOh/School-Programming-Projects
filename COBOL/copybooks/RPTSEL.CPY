      *> RPTSEL.CPY
      *> Shared report-repository assignments.  COPY into
      *> FILE-CONTROL of every job that prints a banner page -- the
      *> banner and page-break paragraphs (BANNERPR.CPY,
      *> PAGEBRKP.CPY) capture each print line through them.
      *> RPTREPO: every line of every report, appended as it is
      *> written, run date in column 1 so the archiver ages it out
      *> under RETRULES like any other file.  RPTINDEX: one row per
      *> run keyed on job name, run date and run time, so
      *> rptreprint.cbl finds a night's report without reading the
      *> whole repository.  Optional: the first run creates it.
           select report-repository assign to "RPTREPO"
                  organization is line sequential
                  file status is capture-file-status.
           select optional report-index assign to "RPTINDEX"
                  organization is indexed
                  access mode is dynamic
                  record key is rpx-key
                  file status is capture-index-status.
