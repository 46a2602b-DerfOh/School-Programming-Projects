
           copy PERDSEL.

           copy RPTSEL.

       data division.
       file section.
       fd request-file label records are omitted.

       copy PERDFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 rq-file-status pic xx.
           perform 400-judge-and-close.

           close file-out.
           perform 8030-close-report-capture.
           stop run.

       110-read-request.
           move period-credits to bal-credits-out.
           write record-out from balance-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

       310-total-one-account.
           if gl-period = rq-close-period
           move 'PROVED AND CLOSED' to ver-text-out.
           write record-out from verdict-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

       500-rewrite-periods.
           open output accounting-period-file.
       900-refuse.
           write record-out from verdict-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           close file-out.
           perform 8030-close-report-capture.
           move 8 to return-code.
           stop run.

