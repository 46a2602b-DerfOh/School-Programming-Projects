      *Shipment tracking events and proof of delivery per B/L
      *
      *Once shipbol.cbl issued a B/L, the next we heard of the
      *cargo was the shipper on the phone asking where it was.
      *This daily job posts tracking events to TRKEVNT, an indexed
      *file keyed B/L number plus event sequence, so a B/L's whole
      *history reads back in order.
      *
      *Event transactions (TRKEVTRN): B/L number, event type, date,
      *time (HHMM), location, and for a delivery the name of whoever
      *signed for it.  Event types, in the order a shipment meets
      *them:
      *
      *  'RC' received at port   'LD' loaded      'DP' departed
      *  'TS' transshipped       'AR' arrived     'CR' released by
      *  'DL' delivered                                customs
      *
      *The first event on a B/L is its receipt; each later one must
      *follow the last one posted -- received, loaded, departed,
      *then arrived, or transshipped and loaded again onto the
      *on-carrying vessel; arrived, released, delivered -- and may
      *not be dated before it.  A delivery with no signature posts,
      *and waits on the delivered-without-POD list until a second
      *delivery transaction carrying the signature captures the
      *proof of delivery onto the same event.  An event for a B/L
      *not on BOLREG, or out of order, is rejected to the report
      *and the exception log; every posted or captured event
      *journals to the shared master-file journal.
      *
      *The run closes with two lists: shipments in transit with no
      *event for longer than their route's expected leg time (the
      *B/L voyage's planned departure to planned arrival on
      *VOYMAST, counted from the last event or, before the first,
      *from the B/L's issue date), and deliveries still without a
      *proof of delivery.
       identification division.
       program-id. shiptrack.
       environment division.
       input-output section.

       file-control.
      *> optional: a quiet day has no events to post
           select optional tran-file assign to "TRKEVTRN"
                 organization is line sequential
                 file status is tt-file-status.

           select tracking-file assign to "TRKEVNT"
                 organization is indexed
                 access mode is dynamic
                 record key is te-key
                 file status is te-file-status.

           select bol-register assign to "BOLREG"
                 organization is line sequential
                 file status is br-file-status.

           select voyage-master-file assign to "VOYMAST"
                 organization is line sequential
                 file status is vmf-file-status.

           select file-out assign to printer, "con".

           copy JRNLSEL.

           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd tran-file label records are omitted.
       01 tran-record.
           05 tt-bol-no             pic 9(7).
           05 tt-event              pic x(2).
               88 tt-received           value 'RC'.
               88 tt-loaded             value 'LD'.
               88 tt-departed           value 'DP'.
               88 tt-transshipped       value 'TS'.
               88 tt-arrived            value 'AR'.
               88 tt-released           value 'CR'.
               88 tt-delivered          value 'DL'.
               88 tt-event-valid        value 'RC' 'LD' 'DP' 'TS'
                                              'AR' 'CR' 'DL'.
           05 tt-date               pic 9(8).
           05 tt-time               pic 9(4).
           05 tt-location           pic x(5).
           05 tt-signed-by          pic x(20).

       fd tracking-file label records are standard.
       01 tracking-record.
           05 te-key.
               10 te-bol-no         pic 9(7).
               10 te-seq            pic 9(3).
           05 te-event              pic x(2).
           05 te-date               pic 9(8).
           05 te-time               pic 9(4).
           05 te-location           pic x(5).
           05 te-signed-by          pic x(20).
           05 te-posted-date        pic 9(8).

       fd bol-register label records are omitted.
       01 bol-register-record.
           05 br-bol-no         pic 9(7).
           05 filler            pic x.
           05 br-issue-date     pic 9(8).
           05 filler            pic x.
           05 br-company        pic x(20).
           05 filler            pic x.
           05 br-vessel         pic x(15).
           05 filler            pic x.
           05 br-cargo          pic x(10).
           05 filler            pic x.
           05 br-units          pic 9(6).
           05 filler            pic x.
           05 br-voyage         pic x(6).

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

       copy JRNLFD.

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 tt-file-status pic xx.
       01 te-file-status pic xx.
       01 br-file-status pic xx.
       01 vmf-file-status pic xx.

      *every B/L issued, with the last event posted against it
       01 bol-table.
           05 bol-entry occurs 5000 times.
              10 bt-bol-no pic 9(7).
              10 bt-issue-date pic 9(8).
              10 bt-company pic x(20).
              10 bt-vessel pic x(15).
              10 bt-voyage pic x(6).
              10 bt-last-seq pic 9(3).
              10 bt-last-event pic x(2).
                 88 bt-no-event value spaces.
                 88 bt-now-delivered value 'DL'.
              10 bt-last-date pic 9(8).
              10 bt-last-time pic 9(4).
              10 bt-last-location pic x(5).
              10 bt-last-signed-by pic x(20).
       01 bol-count pic 9(4) value 0.
       01 bt-idx pic 9(4) value 0.
       01 bt-match-idx pic 9(4) value 0.
       01 bt-found-flag pic x value 'n'.
           88 bt-found value 'y'.

      *planned leg time per voyage, for the in-transit list
       01 voyage-master-table.
           05 voyage-master-entry occurs 1000 times.
              10 vmt-voyage-id pic x(6).
              10 vmt-leg-days pic s9(5).
       01 voyage-master-count pic 9(4) value 0.
       01 vmt-idx pic 9(4) value 0.
       01 vmt-match-idx pic 9(4) value 0.
       01 vmt-found-flag pic x value 'n'.
           88 vmt-found value 'y'.

      *a voyage VOYMAST no longer carries still gets a leg time
       01 default-leg-days pic s9(5) value 14.

       01 from-date-split.
           05 frd-yyyy pic 9(4).
           05 frd-mm   pic 9(2).
           05 frd-dd   pic 9(2).
       01 to-date-split.
           05 tod-yyyy pic 9(4).
           05 tod-mm   pic 9(2).
           05 tod-dd   pic 9(2).
       01 day-count pic s9(5) value 0.
       01 expected-days pic s9(5) value 0.
       01 idle-since-date pic 9(8) value 0.

       01 event-action-flag pic x value 'n'.
           88 event-post value 'P'.
           88 event-pod-capture value 'C'.
           88 event-refused value 'n'.
       01 reject-reason pic x(28) value spaces.
       01 posted-count pic 9(5) value 0.
       01 pod-captured-count pic 9(5) value 0.
       01 rejected-count pic 9(5) value 0.
       01 overdue-count pic 9(5) value 0.
       01 no-pod-count pic 9(5) value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy JRNLWS.
       copy EXCPWS.

       01 line1-out.
           05 filler pic x(26) value spaces.
           05 filler pic x(26) value 'Shipment Tracking Events'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value 'B/L'.
           05 filler pic x(4) value 'Evt'.
           05 filler pic x(10) value 'Date'.
           05 filler pic x(6) value 'Time'.
           05 filler pic x(7) value 'Locn'.
           05 filler pic x(30) value 'Disposition'.

       01 print-activity-out.
           05 filler            pic x(1) value spaces.
           05 act-bol-out       pic 9(7).
           05 filler            pic x(2) value spaces.
           05 act-event-out     pic x(2).
           05 filler            pic x(2) value spaces.
           05 act-date-out      pic 9(8).
           05 filler            pic x(2) value spaces.
           05 act-time-out      pic 9(4).
           05 filler            pic x(2) value spaces.
           05 act-location-out  pic x(5).
           05 filler            pic x(2) value spaces.
           05 act-disp-out      pic x(28).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(8) value 'Posted: '.
           05 posted-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(14) value 'POD Captured: '.
           05 pod-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value 'Rejected: '.
           05 rejected-count-out pic zzzz9.

       01 transit-heading-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(40) value
               'In Transit Past Expected Leg Time'.

       01 transit-columns-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value 'B/L'.
           05 filler pic x(16) value 'Vessel'.
           05 filler pic x(8) value 'Voyage'.
           05 filler pic x(5) value 'Last'.
           05 filler pic x(10) value 'Since'.
           05 filler pic x(6) value '  Idle'.
           05 filler pic x(9) value ' Expected'.

       01 transit-line-out.
           05 filler            pic x(1) value spaces.
           05 trn-bol-out       pic 9(7).
           05 filler            pic x(2) value spaces.
           05 trn-vessel-out    pic x(15).
           05 filler            pic x(1) value spaces.
           05 trn-voyage-out    pic x(6).
           05 filler            pic x(2) value spaces.
           05 trn-event-out     pic x(4).
           05 filler            pic x(1) value spaces.
           05 trn-since-out     pic 9(8).
           05 filler            pic x(2) value spaces.
           05 trn-idle-out      pic zzzz9.
           05 filler            pic x(4) value spaces.
           05 trn-expected-out  pic zzzz9.

       01 pod-heading-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(40) value
               'Delivered Without Proof Of Delivery'.

       01 pod-line-out.
           05 filler            pic x(1) value spaces.
           05 pod-bol-out       pic 9(7).
           05 filler            pic x(2) value spaces.
           05 pod-company-out   pic x(20).
           05 filler            pic x(2) value spaces.
           05 pod-date-out      pic 9(8).
           05 filler            pic x(2) value spaces.
           05 pod-location-out  pic x(5).

       01 list-summary-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value 'Overdue: '.
           05 overdue-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(8) value 'No POD: '.
           05 no-pod-count-out pic zzzz9.

       procedure division.
       100-main.
      *> only a missing file (status 35) gets the create-and-reopen
      *> fallback -- the event file is the shipment history
           open i-o tracking-file.
           if te-file-status = '35'
               open output tracking-file
               close tracking-file
               open i-o tracking-file
           end-if.
           if te-file-status not = '00'
               display 'TRACKING-FILE FAILED TO OPEN, STATUS '
                   te-file-status
               stop run
           end-if.
           open output file-out.
           perform 8900-open-exception-log.
           move 'SHIPTRACK   ' to excp-this-job.
           perform 9800-open-master-journal.
           move 'TRKEVNT ' to mj-this-file.

           move 'SHIPMENT TRACKING   ' to banner-job-name.
           move 'TK0001' to banner-batch-id.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 120-load-bol-register.
           perform 130-load-voyage-master.
           perform 150-load-last-events.
           perform 200-apply-transactions.

           move posted-count to posted-count-out.
           move pod-captured-count to pod-count-out.
           move rejected-count to rejected-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           perform 600-print-in-transit.
           perform 650-print-missing-pod.

           move overdue-count to overdue-count-out.
           move no-pod-count to no-pod-count-out.
           write record-out from list-summary-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close tracking-file.
           close file-out.
           perform 8030-close-report-capture.
           close master-journal.
           close exception-log.
           stop run.

       120-load-bol-register.
           open input bol-register.
           if br-file-status not = '00'
               display 'BOL-REGISTER FAILED TO OPEN, STATUS '
                   br-file-status
               stop run
           end-if.
           read bol-register at end move 'n' to more-records.
           perform 125-load-one-bol until more-records = 'n'.
           close bol-register.
           move 'y' to more-records.

       125-load-one-bol.
           if bol-count >= 5000
               display 'BOL TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to bol-count.
           move br-bol-no to bt-bol-no (bol-count).
           move br-issue-date to bt-issue-date (bol-count).
           move br-company to bt-company (bol-count).
           move br-vessel to bt-vessel (bol-count).
           move br-voyage to bt-voyage (bol-count).
           move 0 to bt-last-seq (bol-count).
           move spaces to bt-last-event (bol-count).
           move 0 to bt-last-date (bol-count).
           move 0 to bt-last-time (bol-count).
           move spaces to bt-last-location (bol-count).
           move spaces to bt-last-signed-by (bol-count).
           read bol-register at end move 'n' to more-records.

      *    the route's leg time is the voyage's planned passage
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
           move vm-planned-depart-in to from-date-split.
           move vm-planned-arrive-in to to-date-split.
           perform 450-count-days.
           move day-count to vmt-leg-days (voyage-master-count).
           read voyage-master-file at end move 'n' to more-records.

      *    the file reads back in B/L and sequence order, so the
      *    last record read for a B/L is its latest event
       150-load-last-events.
           move 0 to te-bol-no.
           move 0 to te-seq.
           start tracking-file key not < te-key
               invalid key move 'n' to more-records
           end-start.
           if more-records = 'y'
               read tracking-file next record
                   at end move 'n' to more-records
               end-read
           end-if.
           perform 155-note-one-event until more-records = 'n'.
           move 'y' to more-records.

       155-note-one-event.
           perform 160-find-bol-for-event.
           if bt-found
               perform 170-note-last-event
           end-if.
           read tracking-file next record
               at end move 'n' to more-records
           end-read.

       160-find-bol-for-event.
           move 'n' to bt-found-flag.
           perform 165-scan-one-bol
               varying bt-idx from 1 by 1
               until bt-idx > bol-count or bt-found.

       165-scan-one-bol.
           if bt-bol-no (bt-idx) = te-bol-no
               move 'y' to bt-found-flag
               move bt-idx to bt-match-idx
           end-if.

       170-note-last-event.
           move te-seq to bt-last-seq (bt-match-idx).
           move te-event to bt-last-event (bt-match-idx).
           move te-date to bt-last-date (bt-match-idx).
           move te-time to bt-last-time (bt-match-idx).
           move te-location to bt-last-location (bt-match-idx).
           move te-signed-by to bt-last-signed-by (bt-match-idx).

       200-apply-transactions.
           open input tran-file.
           if tt-file-status = '00'
               read tran-file at end move 'n' to more-records
               end-read
               perform 210-apply-one-event
                   until more-records = 'n'
           end-if.
           close tran-file.
           move 'y' to more-records.

       210-apply-one-event.
           move tt-bol-no to te-bol-no.
           perform 160-find-bol-for-event.
           move 'n' to event-action-flag.
           move spaces to reject-reason.
           if bt-found
               perform 220-check-event-order
           end-if.
           evaluate true
               when not bt-found
                   move 'REJECTED - B/L NOT ON BOLREG'
                       to reject-reason
               when not tt-event-valid
                   move 'REJECTED - BAD EVENT TYPE' to reject-reason
               when tt-date = 0
                   move 'REJECTED - NO EVENT DATE' to reject-reason
               when tt-location = spaces
                   move 'REJECTED - NO LOCATION' to reject-reason
               when event-refused
                   move 'REJECTED - OUT OF EVENT ORDER'
                       to reject-reason
               when event-post
                   and (tt-date < bt-last-date (bt-match-idx)
                   or (tt-date = bt-last-date (bt-match-idx)
                       and tt-time < bt-last-time (bt-match-idx)))
                   move 'REJECTED - BEFORE LAST EVENT'
                       to reject-reason
               when event-post
                   and bt-last-seq (bt-match-idx) >= 999
                   move 'REJECTED - EVENT LIMIT' to reject-reason
               when other
                   continue
           end-evaluate.
           evaluate true
               when reject-reason not = spaces
                   perform 500-reject-event
               when event-pod-capture
                   perform 320-capture-pod
               when other
                   perform 300-post-event
           end-evaluate.
           read tran-file at end move 'n' to more-records.

      *    each event may only follow the one before it; a second
      *    delivery is allowed solely to bring in a missing
      *    signature
       220-check-event-order.
           move 'n' to event-action-flag.
           evaluate true
               when bt-no-event (bt-match-idx)
                   if tt-received
                       move 'P' to event-action-flag
                   end-if
               when bt-last-event (bt-match-idx) = 'RC'
                   if tt-loaded
                       move 'P' to event-action-flag
                   end-if
               when bt-last-event (bt-match-idx) = 'LD'
                   if tt-departed
                       move 'P' to event-action-flag
                   end-if
               when bt-last-event (bt-match-idx) = 'DP'
                   if tt-transshipped or tt-arrived
                       move 'P' to event-action-flag
                   end-if
               when bt-last-event (bt-match-idx) = 'TS'
                   if tt-loaded
                       move 'P' to event-action-flag
                   end-if
               when bt-last-event (bt-match-idx) = 'AR'
                   if tt-released
                       move 'P' to event-action-flag
                   end-if
               when bt-last-event (bt-match-idx) = 'CR'
                   if tt-delivered
                       move 'P' to event-action-flag
                   end-if
               when bt-now-delivered (bt-match-idx)
                   if tt-delivered
                       and bt-last-signed-by (bt-match-idx) = spaces
                       and tt-signed-by not = spaces
                       move 'C' to event-action-flag
                   end-if
           end-evaluate.

       300-post-event.
           move tt-bol-no to te-bol-no.
           compute te-seq = bt-last-seq (bt-match-idx) + 1.
           move tt-event to te-event.
           move tt-date to te-date.
           move tt-time to te-time.
           move tt-location to te-location.
           move tt-signed-by to te-signed-by.
           move banner-run-date-ccyymmdd to te-posted-date.
           write tracking-record
               invalid key
                   display 'TRACKING-FILE WRITE FAILED, STATUS '
                       te-file-status
                   stop run
           end-write.
           move 'A' to mj-action-code.
           move spaces to mj-before-image.
           move tracking-record to mj-after-image.
           perform 9850-journal-update.
           perform 170-note-last-event.
           add 1 to posted-count.
           if tt-delivered and tt-signed-by = spaces
               move 'POSTED - AWAITING POD' to act-disp-out
           else
               move 'POSTED' to act-disp-out
           end-if.
           perform 510-print-activity-line.

      *    the signature goes onto the delivery already posted
       320-capture-pod.
           move tt-bol-no to te-bol-no.
           move bt-last-seq (bt-match-idx) to te-seq.
           read tracking-file
               invalid key
                   display 'TRACKING-FILE READ FAILED, STATUS '
                       te-file-status
                   stop run
           end-read.
           move tracking-record to mj-before-image.
           move tt-signed-by to te-signed-by.
           rewrite tracking-record
               invalid key
                   display 'TRACKING-FILE REWRITE FAILED, STATUS '
                       te-file-status
                   stop run
           end-rewrite.
           move 'C' to mj-action-code.
           move tracking-record to mj-after-image.
           perform 9850-journal-update.
           move te-signed-by to bt-last-signed-by (bt-match-idx).
           add 1 to pod-captured-count.
           move 'POD CAPTURED' to act-disp-out.
           perform 510-print-activity-line.

      *    30/360 days from from-date-split to to-date-split
       450-count-days.
           compute day-count =
               ((tod-yyyy - frd-yyyy) * 360)
               + ((tod-mm - frd-mm) * 30)
               + (tod-dd - frd-dd).

       500-reject-event.
           move reject-reason to act-disp-out.
           perform 510-print-activity-line.
           add 1 to rejected-count.
           move 'TRKE' to excp-reason-code.
           move 'tracking event rejected' to excp-reason-text.
           move tran-record to excp-record-image.
           perform 9000-log-exception.

       510-print-activity-line.
           move tt-bol-no to act-bol-out.
           move tt-event to act-event-out.
           move tt-date to act-date-out.
           move tt-time to act-time-out.
           move tt-location to act-location-out.
           write record-out from print-activity-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *    a B/L not yet delivered is overdue once its idle days
      *    pass its voyage's planned leg time
       600-print-in-transit.
           write record-out from transit-heading-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from transit-columns-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.
           perform 610-check-one-bol
               varying bt-idx from 1 by 1
               until bt-idx > bol-count.

       610-check-one-bol.
           if not bt-now-delivered (bt-idx)
               if bt-no-event (bt-idx)
                   move bt-issue-date (bt-idx) to idle-since-date
               else
                   move bt-last-date (bt-idx) to idle-since-date
               end-if
               move idle-since-date to from-date-split
               move banner-run-date-ccyymmdd to to-date-split
               perform 450-count-days
               perform 620-find-leg-days
               if day-count > expected-days
                   perform 630-print-overdue-line
               end-if
           end-if.

       620-find-leg-days.
           move 'n' to vmt-found-flag.
           perform 625-scan-one-voyage
               varying vmt-idx from 1 by 1
               until vmt-idx > voyage-master-count or vmt-found.
           if vmt-found
               and vmt-leg-days (vmt-match-idx) > 0
               move vmt-leg-days (vmt-match-idx) to expected-days
           else
               move default-leg-days to expected-days
           end-if.

       625-scan-one-voyage.
           if vmt-voyage-id (vmt-idx) = bt-voyage (bt-idx)
               move 'y' to vmt-found-flag
               move vmt-idx to vmt-match-idx
           end-if.

       630-print-overdue-line.
           move bt-bol-no (bt-idx) to trn-bol-out.
           move bt-vessel (bt-idx) to trn-vessel-out.
           move bt-voyage (bt-idx) to trn-voyage-out.
           if bt-no-event (bt-idx)
               move 'NONE' to trn-event-out
           else
               move bt-last-event (bt-idx) to trn-event-out
           end-if.
           move idle-since-date to trn-since-out.
           move day-count to trn-idle-out.
           move expected-days to trn-expected-out.
           write record-out from transit-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           add 1 to overdue-count.

       650-print-missing-pod.
           write record-out from pod-heading-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           move 1 to page-line-count.
           perform 660-check-one-pod
               varying bt-idx from 1 by 1
               until bt-idx > bol-count.

       660-check-one-pod.
           if bt-now-delivered (bt-idx)
               and bt-last-signed-by (bt-idx) = spaces
               move bt-bol-no (bt-idx) to pod-bol-out
               move bt-company (bt-idx) to pod-company-out
               move bt-last-date (bt-idx) to pod-date-out
               move bt-last-location (bt-idx) to pod-location-out
               write record-out from pod-line-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
               add 1 to no-pod-count
           end-if.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy JRNLPR.

       copy EXCPPR.

       end program shiptrack.
