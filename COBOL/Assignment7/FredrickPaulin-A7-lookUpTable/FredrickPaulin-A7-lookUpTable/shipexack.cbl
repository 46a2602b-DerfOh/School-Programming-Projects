      *Customs responses to export declarations
      *
      *shipLookupTable.cbl files an export declaration for every
      *priced shipment to EXPDECL and carries it on the EXPDREG
      *register as pending.  Customs answers each filing one of two
      *ways, and this daily job posts both answers against the
      *register by B/L number:
      *
      *  EXPDACK  acknowledgements: B/L number, response date, and
      *           the customs reference the declaration was
      *           accepted under;
      *  EXPDREJ  rejections: B/L number, response date, and the
      *           authority's reject code and reason.
      *
      *A declaration corrected and refiled after a rejection may be
      *acknowledged later, so a response dated before the one
      *already posted is refused as stale, as is a response for a
      *B/L the register never filed; both go to the report and the
      *exception log.  The register is rewritten with every answer
      *posted.
      *
      *The run closes with every declaration still rejected, with
      *its vessel's planned departure off VOYMAST, for correction
      *before the cargo sails; one whose voyage has already
      *departed is marked and logged as an exception.
       identification division.
       program-id. shipexack.
       environment division.
       input-output section.

       file-control.
      *> optional: customs may send nothing back on a given day
           select optional ack-file assign to "EXPDACK"
                 organization is line sequential
                 file status is ak-file-status.

           select optional reject-file assign to "EXPDREJ"
                 organization is line sequential
                 file status is rj-file-status.

      *> optional until the first declaration is filed
           select optional export-decl-register assign to "EXPDREG"
                 organization is line sequential
                 file status is xr-file-status.

           select voyage-master-file assign to "VOYMAST"
                 organization is line sequential
                 file status is vmf-file-status.

           select file-out assign to printer, "con".

           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd ack-file label records are omitted.
       01 ack-record.
           05 ak-bol-no             pic 9(7).
           05 ak-response-date      pic 9(8).
           05 ak-customs-ref        pic x(12).

       fd reject-file label records are omitted.
       01 reject-record.
           05 rj-bol-no             pic 9(7).
           05 rj-response-date      pic 9(8).
           05 rj-reject-code        pic x(4).
           05 rj-reject-text        pic x(30).

       fd export-decl-register label records are omitted.
       01 export-decl-register-record.
           05 xr-bol-no             pic 9(7).
           05 filler                pic x.
           05 xr-filed-date         pic 9(8).
           05 filler                pic x.
           05 xr-company-id         pic x(6).
           05 filler                pic x.
           05 xr-voyage             pic x(6).
           05 filler                pic x.
           05 xr-vessel             pic x(15).
           05 filler                pic x.
           05 xr-cargo              pic x(10).
           05 filler                pic x.
           05 xr-commodity-code     pic x(10).
           05 filler                pic x.
           05 xr-destination        pic x(6).
           05 filler                pic x.
           05 xr-value-usd          pic 9(10)v99.
           05 filler                pic x.
           05 xr-status             pic x.
           05 filler                pic x.
           05 xr-response-date      pic 9(8).
           05 filler                pic x.
           05 xr-customs-ref        pic x(12).
           05 filler                pic x.
           05 xr-reject-code        pic x(4).
           05 filler                pic x.
           05 xr-reject-text        pic x(30).

       fd voyage-master-file label records are omitted.
       01 voyage-master-record.
           05 vm-voyage-id-in pic x(6).
           05 vm-vessel-in pic x(15).
           05 vm-load-port-in pic x(5).
           05 vm-discharge-port-in pic x(5).
           05 vm-planned-depart-in pic 9(8).
           05 vm-planned-arrive-in pic 9(8).
           05 vm-actual-depart-in pic 9(8).
           05 vm-actual-arrive-in pic 9(8).
           05 vm-status-in pic x.

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 ak-file-status pic xx.
       01 rj-file-status pic xx.
       01 xr-file-status pic xx.
       01 vmf-file-status pic xx.

      *the whole register for the run, rewritten at the end
       01 decl-table.
           05 decl-entry occurs 5000 times.
              10 dt-bol-no pic 9(7).
              10 dt-filed-date pic 9(8).
              10 dt-company-id pic x(6).
              10 dt-voyage pic x(6).
              10 dt-vessel pic x(15).
              10 dt-cargo pic x(10).
              10 dt-commodity-code pic x(10).
              10 dt-destination pic x(6).
              10 dt-value-usd pic 9(10)v99.
              10 dt-status pic x.
                 88 dt-pending value 'P'.
                 88 dt-accepted value 'A'.
                 88 dt-rejected value 'R'.
              10 dt-response-date pic 9(8).
              10 dt-customs-ref pic x(12).
              10 dt-reject-code pic x(4).
              10 dt-reject-text pic x(30).
       01 decl-count pic 9(4) value 0.
       01 dt-idx pic 9(4) value 0.
       01 dt-match-idx pic 9(4) value 0.
       01 dt-found-flag pic x value 'n'.
           88 dt-found value 'y'.

      *planned departure and status per voyage, for the rejected
      *list
       01 voyage-master-table.
           05 voyage-master-entry occurs 1000 times.
              10 vmt-voyage-id pic x(6).
              10 vmt-planned-depart pic 9(8).
              10 vmt-status pic x.
                  88 vmt-scheduled value 'S'.
       01 voyage-master-count pic 9(4) value 0.
       01 vmt-idx pic 9(4) value 0.
       01 vmt-match-idx pic 9(4) value 0.
       01 vmt-found-flag pic x value 'n'.
           88 vmt-found value 'y'.

      *one response at a time, from whichever file it came off
       01 response-bol-no pic 9(7) value 0.
       01 response-date pic 9(8) value 0.
       01 response-kind pic x value space.
           88 response-ack value 'A'.
           88 response-reject value 'R'.
       01 reject-reason pic x(28) value spaces.

       01 acked-count pic 9(5) value 0.
       01 rejected-count pic 9(5) value 0.
       01 refused-count pic 9(5) value 0.
       01 to-correct-count pic 9(5) value 0.
       01 sailed-count pic 9(5) value 0.
       01 pending-count pic 9(5) value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.

       01 line1-out.
           05 filler pic x(24) value spaces.
           05 filler pic x(32) value
               'Export Declaration Responses'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value 'B/L'.
           05 filler pic x(6) value 'Resp'.
           05 filler pic x(10) value 'Date'.
           05 filler pic x(14) value 'Reference'.
           05 filler pic x(30) value 'Disposition'.

       01 print-activity-out.
           05 filler            pic x(1) value spaces.
           05 act-bol-out       pic 9(7).
           05 filler            pic x(2) value spaces.
           05 act-kind-out      pic x(4).
           05 filler            pic x(2) value spaces.
           05 act-date-out      pic 9(8).
           05 filler            pic x(2) value spaces.
           05 act-ref-out       pic x(12).
           05 filler            pic x(2) value spaces.
           05 act-disp-out      pic x(28).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(14) value 'Acknowledged: '.
           05 acked-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value 'Rejected: '.
           05 rejected-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value 'Refused: '.
           05 refused-count-out pic zzzz9.

       01 correct-heading-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(50) value
               'Rejected Declarations - Correct Before Sailing'.

       01 correct-columns-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value 'B/L'.
           05 filler pic x(8) value 'Company'.
           05 filler pic x(8) value 'Voyage'.
           05 filler pic x(10) value 'Sails'.
           05 filler pic x(6) value 'Code'.
           05 filler pic x(31) value 'Reason'.

       01 correct-line-out.
           05 filler            pic x(1) value spaces.
           05 cor-bol-out       pic 9(7).
           05 filler            pic x(2) value spaces.
           05 cor-company-out   pic x(6).
           05 filler            pic x(2) value spaces.
           05 cor-voyage-out    pic x(6).
           05 filler            pic x(2) value spaces.
           05 cor-sails-out     pic 9(8).
           05 filler            pic x(2) value spaces.
           05 cor-code-out      pic x(4).
           05 filler            pic x(2) value spaces.
           05 cor-text-out      pic x(30).
           05 filler            pic x(1) value spaces.
           05 cor-sailed-out    pic x(6).

       01 list-summary-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(12) value 'To Correct: '.
           05 to-correct-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(8) value 'Sailed: '.
           05 sailed-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(18) value 'Awaiting Customs: '.
           05 pending-count-out pic zzzz9.

       procedure division.
       100-main.
           open output file-out.
           perform 8900-open-exception-log.
           move 'SHIPEXACK   ' to excp-this-job.

           move 'EXPORT DECL RESPONSE' to banner-job-name.
           move 'XD0001' to banner-batch-id.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 120-load-register.
           perform 130-load-voyage-master.
           perform 200-post-acknowledgements.
           perform 250-post-rejections.

           move acked-count to acked-count-out.
           move rejected-count to rejected-count-out.
           move refused-count to refused-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           perform 600-print-rejected.

           move to-correct-count to to-correct-count-out.
           move sailed-count to sailed-count-out.
           move pending-count to pending-count-out.
           write record-out from list-summary-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           perform 700-rewrite-register.

           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

       120-load-register.
           open input export-decl-register.
           if xr-file-status = '00'
               read export-decl-register
                   at end move 'n' to more-records
               end-read
               perform 125-load-one-declaration
                   until more-records = 'n'
           end-if.
           close export-decl-register.
           move 'y' to more-records.

       125-load-one-declaration.
           if decl-count >= 5000
               display 'DECLARATION TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to decl-count.
           move xr-bol-no to dt-bol-no (decl-count).
           move xr-filed-date to dt-filed-date (decl-count).
           move xr-company-id to dt-company-id (decl-count).
           move xr-voyage to dt-voyage (decl-count).
           move xr-vessel to dt-vessel (decl-count).
           move xr-cargo to dt-cargo (decl-count).
           move xr-commodity-code to dt-commodity-code (decl-count).
           move xr-destination to dt-destination (decl-count).
           move xr-value-usd to dt-value-usd (decl-count).
           move xr-status to dt-status (decl-count).
           move xr-response-date to dt-response-date (decl-count).
           move xr-customs-ref to dt-customs-ref (decl-count).
           move xr-reject-code to dt-reject-code (decl-count).
           move xr-reject-text to dt-reject-text (decl-count).
           read export-decl-register
               at end move 'n' to more-records
           end-read.

       130-load-voyage-master.
           open input voyage-master-file.
           if vmf-file-status not = '00'
               display 'VOYAGE-MASTER FAILED TO OPEN, STATUS '
                   vmf-file-status
               stop run
           end-if.
           read voyage-master-file at end move 'n' to more-records.
           perform 135-load-one-voyage until more-records = 'n'.
           close voyage-master-file.
           move 'y' to more-records.

       135-load-one-voyage.
           if voyage-master-count >= 1000
               display 'VOYAGE MASTER TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to voyage-master-count.
           move vm-voyage-id-in
               to vmt-voyage-id (voyage-master-count).
           move vm-planned-depart-in
               to vmt-planned-depart (voyage-master-count).
           move vm-status-in to vmt-status (voyage-master-count).
           read voyage-master-file at end move 'n' to more-records.

       200-post-acknowledgements.
           open input ack-file.
           if ak-file-status = '00'
               read ack-file at end move 'n' to more-records
               end-read
               perform 210-post-one-ack
                   until more-records = 'n'
           end-if.
           close ack-file.
           move 'y' to more-records.

       210-post-one-ack.
           move 'A' to response-kind.
           move ak-bol-no to response-bol-no.
           move ak-response-date to response-date.
           move ak-customs-ref to act-ref-out.
           perform 300-check-response.
           if reject-reason = spaces
               move 'A' to dt-status (dt-match-idx)
               move ak-response-date
                   to dt-response-date (dt-match-idx)
               move ak-customs-ref to dt-customs-ref (dt-match-idx)
               move spaces to dt-reject-code (dt-match-idx)
               move spaces to dt-reject-text (dt-match-idx)
               add 1 to acked-count
               move 'ACKNOWLEDGED' to act-disp-out
               perform 350-print-activity-line
           else
               move ack-record to excp-record-image
               perform 500-refuse-response
           end-if.
           read ack-file at end move 'n' to more-records.

       250-post-rejections.
           open input reject-file.
           if rj-file-status = '00'
               read reject-file at end move 'n' to more-records
               end-read
               perform 260-post-one-rejection
                   until more-records = 'n'
           end-if.
           close reject-file.
           move 'y' to more-records.

       260-post-one-rejection.
           move 'R' to response-kind.
           move rj-bol-no to response-bol-no.
           move rj-response-date to response-date.
           move rj-reject-code to act-ref-out.
           perform 300-check-response.
           if reject-reason = spaces
               move 'R' to dt-status (dt-match-idx)
               move rj-response-date
                   to dt-response-date (dt-match-idx)
               move spaces to dt-customs-ref (dt-match-idx)
               move rj-reject-code to dt-reject-code (dt-match-idx)
               move rj-reject-text to dt-reject-text (dt-match-idx)
               add 1 to rejected-count
               move 'REJECTED BY CUSTOMS' to act-disp-out
               perform 350-print-activity-line
           else
               move reject-record to excp-record-image
               perform 500-refuse-response
           end-if.
           read reject-file at end move 'n' to more-records.

      *    the register holds one filing per B/L; a response must
      *    name one and be no older than the answer already posted
       300-check-response.
           move spaces to reject-reason.
           move 'n' to dt-found-flag.
           perform 310-scan-one-declaration
               varying dt-idx from 1 by 1
               until dt-idx > decl-count or dt-found.
           evaluate true
               when not dt-found
                   move 'REFUSED - B/L NOT DECLARED' to reject-reason
               when response-date = 0
                   move 'REFUSED - NO RESPONSE DATE'
                       to reject-reason
               when response-date <
                       dt-response-date (dt-match-idx)
                   move 'REFUSED - STALE RESPONSE' to reject-reason
               when other
                   continue
           end-evaluate.

       310-scan-one-declaration.
           if dt-bol-no (dt-idx) = response-bol-no
               move 'y' to dt-found-flag
               move dt-idx to dt-match-idx
           end-if.

       350-print-activity-line.
           move response-bol-no to act-bol-out.
           if response-ack
               move 'ACK ' to act-kind-out
           else
               move 'REJ ' to act-kind-out
           end-if.
           move response-date to act-date-out.
           write record-out from print-activity-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       500-refuse-response.
           add 1 to refused-count.
           move reject-reason to act-disp-out.
           perform 350-print-activity-line.
           move 'EXAK' to excp-reason-code.
           move 'customs response refused' to excp-reason-text.
           perform 9000-log-exception.

      *    a rejection still standing must be corrected before the
      *    cargo sails; past the voyage's departure it already has
       600-print-rejected.
           write record-out from correct-heading-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           write record-out from correct-columns-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 610-check-one-declaration
               varying dt-idx from 1 by 1
               until dt-idx > decl-count.

       610-check-one-declaration.
           if dt-pending (dt-idx)
               add 1 to pending-count
           end-if.
           if dt-rejected (dt-idx)
               perform 620-print-one-rejected
           end-if.

       620-print-one-rejected.
           move 'n' to vmt-found-flag.
           perform 625-scan-one-voyage
               varying vmt-idx from 1 by 1
               until vmt-idx > voyage-master-count or vmt-found.
           move dt-bol-no (dt-idx) to cor-bol-out.
           move dt-company-id (dt-idx) to cor-company-out.
           move dt-voyage (dt-idx) to cor-voyage-out.
           move dt-reject-code (dt-idx) to cor-code-out.
           move dt-reject-text (dt-idx) to cor-text-out.
           move spaces to cor-sailed-out.
           if vmt-found
               move vmt-planned-depart (vmt-match-idx)
                   to cor-sails-out
           else
               move 0 to cor-sails-out
           end-if.
           if vmt-found and not vmt-scheduled (vmt-match-idx)
               move 'SAILED' to cor-sailed-out
               add 1 to sailed-count
               move 'EXRS' to excp-reason-code
               move 'voyage sailed on a rejected declaration'
                   to excp-reason-text
               move correct-line-out to excp-record-image
               perform 9000-log-exception
           else
               add 1 to to-correct-count
           end-if.
           write record-out from correct-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       625-scan-one-voyage.
           if vmt-voyage-id (vmt-idx) = dt-voyage (dt-idx)
               move 'y' to vmt-found-flag
               move vmt-idx to vmt-match-idx
           end-if.

       700-rewrite-register.
           open output export-decl-register.
           perform 710-write-one-declaration
               varying dt-idx from 1 by 1
               until dt-idx > decl-count.
           close export-decl-register.

       710-write-one-declaration.
           move spaces to export-decl-register-record.
           move dt-bol-no (dt-idx) to xr-bol-no.
           move dt-filed-date (dt-idx) to xr-filed-date.
           move dt-company-id (dt-idx) to xr-company-id.
           move dt-voyage (dt-idx) to xr-voyage.
           move dt-vessel (dt-idx) to xr-vessel.
           move dt-cargo (dt-idx) to xr-cargo.
           move dt-commodity-code (dt-idx) to xr-commodity-code.
           move dt-destination (dt-idx) to xr-destination.
           move dt-value-usd (dt-idx) to xr-value-usd.
           move dt-status (dt-idx) to xr-status.
           move dt-response-date (dt-idx) to xr-response-date.
           move dt-customs-ref (dt-idx) to xr-customs-ref.
           move dt-reject-code (dt-idx) to xr-reject-code.
           move dt-reject-text (dt-idx) to xr-reject-text.
           write export-decl-register-record.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       end program shipexack.
