      *now, judged against OPERMAST archive authority: a denied
      *request is refused to the shared exception log, and every
      *request lands on the ACCAUDIT access trail either way.
      *
      *An archived record naming a customer erased by custerase.cbl
      *(any id on the ERASEREG register) still counts as a match,
      *but prints as a withheld line carrying only the erased id --
      *the archives are never rewritten, so the mask is applied
      *here, as the old data comes back to light.
      *
      *Archived records run to 200 bytes now that the report
      *repository ages out through the archiver; a record longer
      *than the print line prints its remainder on a second line
      *under the first.
       identification division.
       program-id. archinq.
       environment division.

           copy EXCPSEL.

           copy ERASESEL.

           copy RPTSEL.

       data division.
       file section.
       fd archive-file label records are omitted.
       01 archive-record pic x(200).

       fd request-file label records are omitted.
       01 request-record.
           05 ac-created-date   pic 9(8).

       fd archive-slot-1 label records are omitted.
       01 archive-slot-1-record pic x(200).
       fd archive-slot-2 label records are omitted.
       01 archive-slot-2-record pic x(200).
       fd archive-slot-3 label records are omitted.
       01 archive-slot-3-record pic x(200).
       fd archive-slot-4 label records are omitted.
       01 archive-slot-4-record pic x(200).
       fd archive-slot-5 label records are omitted.
       01 archive-slot-5-record pic x(200).

       copy OPERFD.

       copy EXCPFD.

       copy ERASEFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 ar-file-status pic xx.
       01 current-slot pic 9(2) value 0.
       01 slot-eof-flag pic x value 'n'.
           88 slot-eof value 'y'.
       01 archive-work-record pic x(200) value spaces.
       01 archives-searched pic 99 value 0.
       01 archive-match-count pic 9(7) value 0.

       copy BANNERWS.
       copy OPERWS.
       copy EXCPWS.
       copy ERASEWS.

       01 withheld-count pic 9(7) value 0.

       01 withheld-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(37) value
               'RECORD WITHHELD - ERASED CUSTOMER ID '.
           05 withheld-id-out pic x(6).

       01 overflow-line-out.
           05 filler pic x(4) value spaces.
           05 filler pic x(4) value '... '.
           05 overflow-text-out pic x(68).

       01 title-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(4) value spaces.
           05 filler pic x(9) value 'Matched: '.
           05 match-count-out pic zzzzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(10) value 'Withheld: '.
           05 withheld-count-out pic zzzzzz9.

       procedure division.
       100-main.
               perform 9000-log-exception
               close exception-log
               close file-out
               perform 8030-close-report-capture
               move 8 to return-code
               stop run
           end-if.
           perform 8520-load-erasures.
           move search-key to title-key-out.
           write record-out from title-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           perform 130-load-catalog.
           if catalog-count > 0

           move read-count to read-count-out.
           move match-count to match-count-out.
           move withheld-count to withheld-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           stop run.

       110-read-request.
       200-scan-one-record.
           add 1 to read-count.
           move 'n' to record-matches-flag.
           compute scan-limit = 200 - key-length + 1.
           perform 210-try-one-position
               varying scan-pos from 1 by 1
               until scan-pos > scan-limit or record-matches.
           if record-matches
               add 1 to match-count
               move archive-record to archive-work-record
               perform 360-print-matched-record
           end-if.
           read archive-file at end move 'n' to more-records.

               move archive-match-count to srch-matched-out
               write record-out from searched-line-out
                   after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
           end-if.

       330-scan-one-slot-record.
           add 1 to read-count.
           move 'n' to record-matches-flag.
           compute scan-limit = 200 - key-length + 1.
           perform 335-try-one-slot-position
               varying scan-pos from 1 by 1
               until scan-pos > scan-limit or record-matches.
           if record-matches
               add 1 to match-count
               add 1 to archive-match-count
               perform 360-print-matched-record
           end-if.
           perform 340-read-current-slot.

               when other close archive-slot-5
           end-evaluate.

      *an erased customer's archived line prints as its id alone
       360-print-matched-record.
           move archive-work-record to erase-text.
           perform 8550-scan-erased-text.
           if erase-found
               add 1 to withheld-count
               move erase-check-id to withheld-id-out
               write record-out from withheld-line-out
                   after advancing 1 line
               perform 8020-capture-line
           else
               write record-out from archive-work-record
                   after advancing 1 line
               perform 8020-capture-line
               if archive-work-record (133 : 68) not = spaces
                   move spaces to overflow-line-out
                   move archive-work-record (133 : 68)
                       to overflow-text-out
                   write record-out from overflow-line-out
                       after advancing 1 line
                   perform 8020-capture-line
               end-if
           end-if.

       copy BANNERPR.

       copy OPERPR.

       copy EXCPPR.

       copy ERASEPR.

       end program archinq.
