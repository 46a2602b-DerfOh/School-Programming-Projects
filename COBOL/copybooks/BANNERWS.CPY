           05  filler                  pic x(9)  value 'Batch-Id:'.
           05  filler                  pic x(1)  value spaces.
           05  banner-line-3-batch     pic x(6).
      *> Report capture (BANNERPR.CPY 8010-8040).  After each WRITE
      *> of record-out the job leaves the advancing it used here --
      *> capture-mode 'P' for a new page, 'B' for BEFORE ADVANCING,
      *> capture-advance for a line count other than one -- and
      *> PERFORMs 8020-capture-line, which resets both.  The run
      *> stamp is taken once, when capture opens, and keys every
      *> repository row and the run's index row.  A job that
      *> rewrites RPTREPO itself sets capture-suppress-flag first.
       01  capture-file-status         pic x(2).
       01  capture-index-status        pic x(2).
       01  capture-open-flag           pic x value 'n'.
           88  capture-open            value 'y'.
       01  capture-indexed-flag        pic x value 'n'.
           88  capture-indexed         value 'y'.
       01  capture-suppress-flag       pic x value 'n'.
           88  capture-suppressed      value 'y'.
       01  capture-mode                pic x value 'A'.
       01  capture-advance             pic 9(2) value 1.
       01  capture-run-date            pic 9(8) value 0.
       01  capture-run-time-raw.
           05  capture-run-time        pic 9(6) value 0.
           05  filler                  pic 9(2) value 0.
       01  capture-page-number         pic 9(5) value 0.
       01  capture-line-count          pic 9(7) value 0.
