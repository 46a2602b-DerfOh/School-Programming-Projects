      *> a job title into banner-job-name and a run identifier into
      *> banner-batch-id.  Uses the real run date/time instead of a
      *> hardcoded literal baked in at compile time.
      *> Every line the job prints is captured to the report
      *> repository (RPTSEL.CPY/RPTFD.CPY) as it is written; the
      *> banner opens capture and the job PERFORMs
      *> 8030-close-report-capture where it closes its report.
       8000-print-banner-page.
           accept banner-run-date-ccyymmdd from date yyyymmdd.
           accept banner-run-time-hhmmss from time.
                  ':'           delimited by size
                  banner-run-ss delimited by size
                  into banner-run-time-out.
           if not capture-open
               perform 8010-open-report-capture
           end-if.
           move banner-job-name      to banner-line-1-job.
           move banner-run-date-out  to banner-line-2-date.
           move banner-run-time-out  to banner-line-2-time.
           move banner-operator      to banner-line-3-oper.
           move banner-batch-id      to banner-line-3-batch.
           write record-out from banner-line-1 after advancing page.
           move 'P' to capture-mode.
           perform 8020-capture-line.
           write record-out from banner-line-2 after advancing 1 lines.
           perform 8020-capture-line.
           write record-out from banner-line-3 after advancing 1 lines.
           perform 8020-capture-line.

      *> the repository is a by-product of the run, never a reason
      *> to stop it: a repository that won't open leaves the report
      *> uncaptured and the job carries on.  the index row goes out
      *> at open so even a run that dies part-way can be found.
       8010-open-report-capture.
           if capture-run-date = 0
               if banner-run-date-ccyymmdd is numeric
                   and banner-run-yyyy > 0
                   move banner-run-date-ccyymmdd to capture-run-date
                   move banner-run-time-hhmmss to capture-run-time-raw
               else
                   accept capture-run-date from date yyyymmdd
                   accept capture-run-time-raw from time
               end-if
           end-if.
           if not capture-suppressed
               open extend report-repository
               if capture-file-status not = '00'
                   open output report-repository
                   close report-repository
                   open extend report-repository
               end-if
               if capture-file-status = '00'
                   move 'y' to capture-open-flag
               else
                   move 'y' to capture-suppress-flag
               end-if
           end-if.
           if capture-open and not capture-indexed
               move 'y' to capture-indexed-flag
               perform 8040-open-report-index
               if capture-index-status = '00'
                   move spaces to report-index-record
                   move banner-job-name to rpx-job-name
                   move capture-run-date to rpx-run-date
                   move capture-run-time to rpx-run-time
                   move banner-batch-id to rpx-batch-id
                   move 0 to rpx-page-count
                   move 0 to rpx-line-count
                   move 'R' to rpx-state
                   write report-index-record
                       invalid key continue
                   end-write
                   close report-index
               end-if
           end-if.

       8020-capture-line.
           if not capture-open and not capture-suppressed
               perform 8010-open-report-capture
           end-if.
           if capture-open
               if capture-mode = 'P' or capture-page-number = 0
                   add 1 to capture-page-number
               end-if
               move spaces to report-repository-record
               move capture-run-date to rpo-run-date
               move capture-run-time to rpo-run-time
               move banner-job-name to rpo-job-name
               move capture-page-number to rpo-page
               move capture-mode to rpo-mode
               if capture-mode = 'P'
                   move 0 to rpo-advance
               else
                   move capture-advance to rpo-advance
               end-if
               move record-out to rpo-line
               write report-repository-record
               add 1 to capture-line-count
           end-if.
           move 'A' to capture-mode.
           move 1 to capture-advance.

      *> a job that closes its report early and prints again later
      *> simply reopens capture on its next line; the index row
      *> carries the totals as of the last close
       8030-close-report-capture.
           if capture-open
               close report-repository
               move 'n' to capture-open-flag
               perform 8040-open-report-index
               if capture-index-status = '00'
                   move banner-job-name to rpx-job-name
                   move capture-run-date to rpx-run-date
                   move capture-run-time to rpx-run-time
                   read report-index
                       invalid key continue
                       not invalid key
                           move capture-page-number to rpx-page-count
                           move capture-line-count to rpx-line-count
                           move 'C' to rpx-state
                           rewrite report-index-record
                               invalid key continue
                           end-rewrite
                   end-read
                   close report-index
               end-if
           end-if.

      *> only a missing index (status 35, or 05 for the optional
      *> select) gets the create-and-reopen fallback
       8040-open-report-index.
           open i-o report-index.
           if capture-index-status = '35'
               or capture-index-status = '05'
               close report-index
               open output report-index
               close report-index
               open i-o report-index
           end-if.
