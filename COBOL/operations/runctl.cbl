
           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd request-file label records are omitted.

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 rq-file-status pic xx.
                   move 'BAD REQUEST FUNCTION' to verdict-text-out
                   write record-out from verdict-line-out
                       after advancing 2 lines
                   move 2 to capture-advance
                   perform 8020-capture-line
                   move 8 to return-code
           end-evaluate.

           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

           move rq-job-name to verdict-job-out.
           write record-out from verdict-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

      *        the refusal reason lands on RUNLOG too, so the
      *        morning review sees why a job never ran
                  into verdict-text-out.
           write record-out from verdict-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 400-write-log-event.

       350-post-rerun-auth.
           move 'RERUN AUTHORIZED' to verdict-text-out.
           write record-out from verdict-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 400-write-log-event.

       400-write-log-event.
