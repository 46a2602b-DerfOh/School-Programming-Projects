      *Report reprint from the report repository
      *
      *Every job that prints a banner page captures each line of
      *its report to the RPTREPO report repository as it is
      *written, through the shared banner and page-break
      *copybooks, and files one RPTINDEX row per run keyed on job
      *name, run date and run time.  This job puts a night's
      *report back on paper exactly as it first printed -- same
      *lines, same page breaks, same spacing -- without rerunning
      *the job against files that have since moved on.
      *
      *REPRREQ carries one request per line: operator-id, the job
      *name as it prints on the banner page, the run date
      *(ccyymmdd), a from page and a to page, and the request's
      *reason code.  A zero from page starts at the banner page, a
      *zero to page runs to the end of the report.  Every run of
      *the job on that date is reprinted, in the order it ran, on
      *the REPRINT printer; the activity report on the console
      *says what was reprinted for whom.  The reprint itself is
      *not captured again -- the repository already holds it.
      *
      *Every request is judged against the operator's reprint
      *authority on OPERMAST and lands on the ACCAUDIT access
      *trail either way.  Refused to the report and the shared
      *exception log: no authority (RPAU), a blank job name or a
      *bad run date (RPKY), a to page ahead of the from page
      *(RPRG), and a job and date with no run on the index (NOTF).
      *A run still on the index whose lines the archiver has aged
      *out of the repository is reported as aged out (RPAG) --
      *archinq.cbl finds it in the yearly archive.  A run the
      *index shows as never finished is reprinted as far as it got
      *and says so.
       identification division.
       program-id. rptreprint.
       environment division.
       input-output section.

       file-control.
           select request-file assign to "REPRREQ"
                 organization is line sequential
                 file status is rq-file-status.

      *> the repository read back; this job's own report is being
      *> captured to the same file, so capture closes while it is
      *> read
           select optional repo-in-file assign to "RPTREPO"
                 organization is line sequential
                 file status is rl-file-status.

           select reprint-file assign to printer, "REPRINT".

           select file-out assign to printer, "con".

           copy EXCPSEL.

           copy OPERSEL.

           copy RPTSEL.

       data division.
       file section.
       fd request-file label records are omitted.
       01 request-record.
           05 rq-operator       pic x(8).
           05 rq-job-name       pic x(20).
           05 rq-run-date       pic 9(8).
           05 rq-from-page      pic 9(5).
           05 rq-to-page        pic 9(5).
           05 rq-reason         pic x(4).

       fd repo-in-file label records are omitted.
       01 repo-in-record.
           05 rl-run-date       pic 9(8).
           05 rl-run-time       pic 9(6).
           05 rl-job-name       pic x(20).
           05 rl-page           pic 9(5).
           05 rl-mode           pic x.
               88 rl-new-page       value 'P'.
               88 rl-before         value 'B'.
           05 rl-advance        pic 9(2).
           05 rl-line           pic x(132).

       fd reprint-file label records are omitted.
       01 reprint-record pic x(132).

       fd file-out label records are omitted.
       01 record-out pic x(132).

       copy EXCPFD.

       copy OPERFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 rq-file-status pic xx.
       01 rl-file-status pic xx.
       01 more-repo-recs pic x value 'y'.
       01 index-scan-flag pic x value 'n'.
           88 index-scan-done value 'y'.

       01 from-page pic 9(5) value 0.
       01 to-page pic 9(5) value 0.

      *the runs of the requested job on the requested date, from
      *the index, with what the repository still holds of each
       01 run-table.
           05 run-entry occurs 20 times.
               10 run-time          pic 9(6).
               10 run-batch-id      pic x(6).
               10 run-state         pic x.
               10 run-line-count    pic 9(7).
               10 run-page-count    pic 9(5).
               10 run-last-page     pic 9(5).
       01 run-count pic 99 value 0.
       01 run-idx pic 99 value 0.
       01 run-match-idx pic 99 value 0.
       01 run-found-flag pic x value 'n'.
           88 run-found value 'y'.

       01 reprinted-count pic 9(5) value 0.
       01 rejected-count pic 9(5) value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy OPERWS.

       01 line1-out.
           05 filler pic x(22) value spaces.
           05 filler pic x(30) value
               'Report Reprint Requests'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value 'Operator'.
           05 filler pic x(21) value 'Job'.
           05 filler pic x(11) value 'Run Date'.
           05 filler pic x(7) value 'Time'.
           05 filler pic x(12) value '  Pages'.
           05 filler pic x(9) value 'Printed'.
           05 filler pic x(8) value '  Lines'.

       01 print-activity-out.
           05 filler            pic x(1) value spaces.
           05 act-operator-out  pic x(8).
           05 filler            pic x(1) value spaces.
           05 act-job-out       pic x(20).
           05 filler            pic x(1) value spaces.
           05 act-date-out      pic 9999/99/99.
           05 filler            pic x(1) value spaces.
           05 act-time-out      pic 9(6).
           05 filler            pic x(1) value spaces.
           05 act-from-out      pic zzzz9.
           05 filler            pic x(1) value '-'.
           05 act-to-out        pic x(5).
           05 filler            pic x(1) value spaces.
           05 act-pages-out     pic zzzz9.
           05 filler            pic x(3) value spaces.
           05 act-lines-out     pic zzzzzz9.

       01 to-page-edit          pic zzzz9.

       01 print-disp-out.
           05 filler            pic x(12) value spaces.
           05 act-disp-out      pic x(40).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(11) value 'Reprinted: '.
           05 reprinted-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value 'Rejected: '.
           05 rejected-count-out pic zzzz9.

       procedure division.
       100-main.
           open input request-file.
           if rq-file-status not = '00'
               display 'REQUEST-FILE FAILED TO OPEN, STATUS '
                   rq-file-status
               stop run
           end-if.
           open output file-out.
           open output reprint-file.
           perform 8900-open-exception-log.
           move 'RPTREPRINT  ' to excp-this-job.
           perform 8800-load-operator-master.

           move 'REPORT REPRINT      ' to banner-job-name.
           move 'RP0001' to banner-batch-id.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           read request-file at end move 'n' to more-records.
           perform 200-process-request until more-records = 'n'.

           move reprinted-count to reprinted-count-out.
           move rejected-count to rejected-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close request-file.
           close reprint-file.
           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

      *    a reprint puts an old report back in someone's hands, so
      *    the operator is judged and audited before anything else
       200-process-request.
           move rq-operator to oper-request-id.
           move 'REPRINT ' to oper-this-function.
           move rq-job-name to oper-request-key.
           move rq-reason to oper-reason-code.
           perform 8850-check-operator-authority.
           perform 8860-write-access-audit.
           move 0 to run-count.
           evaluate true
               when not oper-authorized
                   move 'REJECTED - OPERATOR AUTHORITY'
                       to act-disp-out
                   move 'RPAU' to excp-reason-code
                   move 'report reprint without authority'
                       to excp-reason-text
                   perform 400-reject-request
               when rq-job-name = spaces
                   or rq-run-date not numeric
                   or rq-run-date = 0
                   move 'REJECTED - NO JOB NAME OR RUN DATE'
                       to act-disp-out
                   move 'RPKY' to excp-reason-code
                   move 'reprint request without job or date'
                       to excp-reason-text
                   perform 400-reject-request
               when rq-from-page not numeric
                   or rq-to-page not numeric
                   move 'REJECTED - BAD PAGE RANGE' to act-disp-out
                   move 'RPRG' to excp-reason-code
                   move 'reprint page range not numeric'
                       to excp-reason-text
                   perform 400-reject-request
               when rq-to-page not = 0
                   and rq-to-page < rq-from-page
                   move 'REJECTED - BAD PAGE RANGE' to act-disp-out
                   move 'RPRG' to excp-reason-code
                   move 'reprint to page before from page'
                       to excp-reason-text
                   perform 400-reject-request
               when other
                   move rq-from-page to from-page
                   move rq-to-page to to-page
                   perform 300-find-runs
                   if run-count = 0
                       move 'REJECTED - NO SUCH REPORT ON INDEX'
                           to act-disp-out
                       move 'NOTF' to excp-reason-code
                       move 'no run of the job on that date'
                           to excp-reason-text
                       perform 400-reject-request
                   else
                       perform 500-reprint-runs
                       perform 600-report-one-run
                           varying run-idx from 1 by 1
                           until run-idx > run-count
                   end-if
           end-evaluate.
           read request-file at end move 'n' to more-records.

      *    every index row for the job on the date, oldest run first
       300-find-runs.
           open input report-index.
           if capture-index-status = '00'
               move rq-job-name to rpx-job-name
               move rq-run-date to rpx-run-date
               move 0 to rpx-run-time
               move 'n' to index-scan-flag
               start report-index key not < rpx-key
                   invalid key move 'y' to index-scan-flag
               end-start
               perform 310-read-one-index-row
                   until index-scan-done
           end-if.
           close report-index.

       310-read-one-index-row.
           read report-index next record
               at end move 'y' to index-scan-flag
           end-read.
           if not index-scan-done
               if rpx-job-name not = rq-job-name
                   or rpx-run-date not = rq-run-date
                   move 'y' to index-scan-flag
               else
                   if run-count < 20
                       add 1 to run-count
                       move rpx-run-time to run-time (run-count)
                       move rpx-batch-id to run-batch-id (run-count)
                       move rpx-state to run-state (run-count)
                       move 0 to run-line-count (run-count)
                       move 0 to run-page-count (run-count)
                       move 0 to run-last-page (run-count)
                   end-if
               end-if
           end-if.

      *    one pass over the repository reprints every run found,
      *    each line with the advancing it first printed with
       500-reprint-runs.
           perform 8030-close-report-capture.
           open input repo-in-file.
           move 'y' to more-repo-recs.
           if rl-file-status = '00'
               read repo-in-file
                   at end move 'n' to more-repo-recs
               end-read
               perform 510-reprint-one-line
                   until more-repo-recs = 'n'
           end-if.
           close repo-in-file.

       510-reprint-one-line.
           if rl-job-name = rq-job-name
               and rl-run-date = rq-run-date
               and rl-page not < from-page
               and (to-page = 0 or rl-page not > to-page)
               perform 520-find-run
               if run-found
                   perform 530-print-repository-line
               end-if
           end-if.
           read repo-in-file
               at end move 'n' to more-repo-recs
           end-read.

       520-find-run.
           move 'n' to run-found-flag.
           perform 525-scan-one-run
               varying run-idx from 1 by 1
               until run-idx > run-count or run-found.

       525-scan-one-run.
           if run-time (run-idx) = rl-run-time
               move 'y' to run-found-flag
               move run-idx to run-match-idx
           end-if.

       530-print-repository-line.
           evaluate true
               when rl-new-page
                   write reprint-record from rl-line
                       after advancing page
               when rl-before
                   write reprint-record from rl-line
                       before advancing rl-advance lines
               when other
                   write reprint-record from rl-line
                       after advancing rl-advance lines
           end-evaluate.
           add 1 to run-line-count (run-match-idx).
           if rl-page not = run-last-page (run-match-idx)
               add 1 to run-page-count (run-match-idx)
               move rl-page to run-last-page (run-match-idx)
           end-if.

      *    a run on the index with nothing left in the repository
      *    has been aged out to the archive
       600-report-one-run.
           move run-time (run-idx) to act-time-out.
           move run-page-count (run-idx) to act-pages-out.
           move run-line-count (run-idx) to act-lines-out.
           evaluate true
               when run-line-count (run-idx) = 0
                   move 'AGED OUT - SEE YEARLY ARCHIVE'
                       to act-disp-out
                   move 'RPAG' to excp-reason-code
                   move 'report aged out of the repository'
                       to excp-reason-text
                   perform 400-reject-request
               when run-state (run-idx) not = 'C'
                   move 'REPRINTED - RUN NEVER FINISHED'
                       to act-disp-out
                   add 1 to reprinted-count
                   perform 250-print-activity-line
               when other
                   move 'REPRINTED' to act-disp-out
                   add 1 to reprinted-count
                   perform 250-print-activity-line
           end-evaluate.

       250-print-activity-line.
           move rq-operator to act-operator-out.
           move rq-job-name to act-job-out.
           move rq-run-date to act-date-out.
           if rq-from-page is numeric and rq-from-page > 0
               move rq-from-page to act-from-out
           else
               move 1 to act-from-out
           end-if.
           if rq-to-page is numeric and rq-to-page > 0
               move rq-to-page to to-page-edit
               move to-page-edit to act-to-out
           else
               move 'END' to act-to-out
           end-if.
           if run-count = 0
               move 0 to act-time-out
               move 0 to act-pages-out
               move 0 to act-lines-out
           end-if.
           write record-out from print-activity-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           write record-out from print-disp-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       400-reject-request.
           add 1 to rejected-count.
           perform 250-print-activity-line.
           move request-record to excp-record-image.
           perform 9000-log-exception.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy OPERPR.

       end program rptreprint.
