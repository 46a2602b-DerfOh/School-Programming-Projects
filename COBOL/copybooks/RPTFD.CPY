      *> RPTFD.CPY
      *> Shared report-repository record layouts.  COPY into
      *> FILE SECTION alongside RPTSEL.CPY.  A repository row is one
      *> print line as it went to the printer: the run it belongs
      *> to, the page it fell on, how the printer was moved for it
      *> ('P' new page, 'A' after advancing, 'B' before advancing,
      *> with the line count) and the line image itself.  An index
      *> row is 'R' while its run is printing and 'C' once the job
      *> has closed its report, with the page and line totals.
       fd  report-repository label records are omitted.
       01  report-repository-record.
           05  rpo-run-date            pic 9(8).
           05  rpo-run-time            pic 9(6).
           05  rpo-job-name            pic x(20).
           05  rpo-page                pic 9(5).
           05  rpo-mode                pic x.
               88  rpo-new-page        value 'P'.
               88  rpo-after           value 'A'.
               88  rpo-before          value 'B'.
           05  rpo-advance             pic 9(2).
           05  rpo-line                pic x(132).

       fd  report-index label records are standard.
       01  report-index-record.
           05  rpx-key.
               10  rpx-job-name        pic x(20).
               10  rpx-run-date        pic 9(8).
               10  rpx-run-time        pic 9(6).
           05  rpx-batch-id            pic x(6).
           05  rpx-page-count          pic 9(5).
           05  rpx-line-count          pic 9(7).
           05  rpx-state               pic x.
               88  rpx-printing        value 'R'.
               88  rpx-complete        value 'C'.
