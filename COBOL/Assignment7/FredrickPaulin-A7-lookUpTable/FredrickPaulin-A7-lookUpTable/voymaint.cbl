      *Voyage schedule master maintenance
      *
      *A shipment's voyage-id was six characters nothing else knew:
      *not the vessel, not the sailing, not whether it ever
      *arrived.  VOYMAST now holds one row per voyage -- the vessel,
      *the load and discharge ports, the planned departure and
      *arrival dates, and the actual ones as they happen -- and
      *this job keeps it.
      *
      *Schedule transactions (VOYMTRAN) come first: action ('A' add
      *a voyage, 'C' change its schedule, 'X' cancel it),
      *voyage-id, vessel, load port, discharge port, planned
      *departure, planned arrival.  The vessel must be an active
      *ship on SHIPMAST, and a voyage that has sailed can no longer
      *be changed or cancelled; on a change, a blank or zero field
      *keeps what the master already holds.
      *
      *Port events (VOYEVENT, optional) follow: voyage-id, event
      *('D' departed, 'A' arrived) and the date it happened.  A
      *departure is taken only on a scheduled voyage and an arrival
      *only on one that has departed, never dated before it.
      *
      *Every applied change journals its before and after images
      *to the shared master-file journal; every rejection goes to
      *the exception log.  shipLookupTable.cbl refuses shipments on
      *voyages not on this master or already sailed, and
      *voyperf.cbl reports schedule performance from it.
       identification division.
       program-id. voymaint.
       environment division.
       input-output section.

       file-control.
           select optional voyage-master-file assign to "VOYMAST"
                 organization is line sequential
                 file status is vmf-file-status.
           select ship-master-file assign to "SHIPMAST"
                 organization is line sequential
                 file status is smf-file-status.
           select optional tran-file assign to "VOYMTRAN"
                 organization is line sequential
                 file status is vt-file-status.
      *> optional: a night with no sailings has no events
           select optional event-file assign to "VOYEVENT"
                 organization is line sequential
                 file status is ve-file-status.
           select file-out assign to printer, "con".

           copy JRNLSEL.

           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd voyage-master-file label records are omitted.
       01 voyage-master-record.
           05 vm-voyage-id         pic x(6).
           05 vm-vessel            pic x(15).
           05 vm-load-port         pic x(5).
           05 vm-discharge-port    pic x(5).
           05 vm-planned-depart    pic 9(8).
           05 vm-planned-arrive    pic 9(8).
           05 vm-actual-depart     pic 9(8).
           05 vm-actual-arrive     pic 9(8).
           05 vm-status            pic x.
               88 vm-scheduled         value 'S'.
               88 vm-departed          value 'D'.
               88 vm-arrived           value 'A'.
               88 vm-cancelled         value 'X'.

       fd ship-master-file label records are omitted.
       01 ship-master-record.
           05 sm-ship-name-in pic x(15).
           05 sm-registration-in pic x(10).
           05 sm-active-flag-in pic x.
           05 sm-capacity-tons-in pic 9(6).

       fd tran-file label records are standard.
       01 tran-record.
           05 vt-action            pic x.
               88 vt-add               value 'A'.
               88 vt-change            value 'C'.
               88 vt-cancel            value 'X'.
           05 vt-voyage-id         pic x(6).
           05 vt-vessel            pic x(15).
           05 vt-load-port         pic x(5).
           05 vt-discharge-port    pic x(5).
           05 vt-planned-depart    pic 9(8).
           05 vt-planned-arrive    pic 9(8).

       fd event-file label records are omitted.
       01 event-record.
           05 ve-voyage-id         pic x(6).
           05 ve-event-code        pic x.
               88 ve-departed          value 'D'.
               88 ve-arrived           value 'A'.
           05 ve-event-date        pic 9(8).

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy JRNLFD.

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 vmf-file-status pic xx.
       01 smf-file-status pic xx.
       01 vt-file-status pic xx.
       01 ve-file-status pic xx.

      *each entry is laid out exactly as the master record, so an
      *entry is its own journal image
       01 voyage-table.
           05 voyage-entry occurs 1000 times.
               10 vy-voyage-id         pic x(6).
               10 vy-vessel            pic x(15).
               10 vy-load-port         pic x(5).
               10 vy-discharge-port    pic x(5).
               10 vy-planned-depart    pic 9(8).
               10 vy-planned-arrive    pic 9(8).
               10 vy-actual-depart     pic 9(8).
               10 vy-actual-arrive     pic 9(8).
               10 vy-status            pic x.
                   88 vy-scheduled         value 'S'.
                   88 vy-departed          value 'D'.
       01 voyage-count pic 9(4) value 0.
       01 vy-idx pic 9(4) value 0.
       01 vy-match-idx pic 9(4) value 0.
       01 vy-found-flag pic x value 'n'.
           88 vy-found value 'y'.

      *active ships only; a voyage can't be booked on anything else
       01 active-ship-table.
           05 active-ship-name occurs 500 times pic x(15).
       01 active-ship-count pic 9(4) value 0.
       01 as-idx pic 9(4) value 0.
       01 ship-ok-flag pic x value 'n'.
           88 ship-ok value 'y'.

       01 seek-voyage pic x(6) value spaces.
       01 schedule-ok-flag pic x value 'n'.
           88 schedule-ok value 'y'.
       01 reject-reason pic x(28) value spaces.
       01 applied-count pic 9(5) value 0.
       01 rejected-count pic 9(5) value 0.
       01 events-count pic 9(5) value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy JRNLWS.

       01 line1-out.
           05 filler pic x(24) value spaces.
           05 filler pic x(32) value 'Voyage Schedule Maintenance'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(4) value 'Act'.
           05 filler pic x(8) value 'Voyage'.
           05 filler pic x(17) value 'Vessel'.
           05 filler pic x(12) value 'Route'.
           05 filler pic x(9) value 'Date'.
           05 filler pic x(28) value 'Disposition'.

       01 print-activity-out.
           05 filler            pic x(2) value spaces.
           05 act-action-out    pic x.
           05 filler            pic x(2) value spaces.
           05 act-voyage-out    pic x(6).
           05 filler            pic x(2) value spaces.
           05 act-vessel-out    pic x(15).
           05 filler            pic x(2) value spaces.
           05 act-from-out      pic x(5).
           05 filler            pic x value '-'.
           05 act-to-out        pic x(5).
           05 filler            pic x(1) value spaces.
           05 act-date-out      pic 9(8).
           05 filler            pic x(1) value spaces.
           05 act-disp-out      pic x(28).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value 'Applied: '.
           05 applied-count-out pic zzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(10) value 'Rejected: '.
           05 rejected-count-out pic zzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(8) value 'Events: '.
           05 events-count-out pic zzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(9) value 'Voyages: '.
           05 voyage-count-out pic zzzz9.

       procedure division.
       100-main.
           open output file-out.
           perform 8900-open-exception-log.
           move 'VOYMAINT    ' to excp-this-job.
           perform 9800-open-master-journal.
           move 'VOYMAST ' to mj-this-file.

           move 'VOYAGE MASTER MAINT ' to banner-job-name.
           move 'VM0001' to banner-batch-id.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 110-load-voyage-master.
           perform 130-load-active-ships.
           perform 200-apply-transactions.
           perform 600-apply-events.
           perform 500-rewrite-voyage-master.

           move applied-count to applied-count-out.
           move rejected-count to rejected-count-out.
           move events-count to events-count-out.
           move voyage-count to voyage-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           close master-journal.
           close exception-log.
           stop run.

      *the very first run starts from an empty master
       110-load-voyage-master.
           open input voyage-master-file.
           if vmf-file-status = '00'
               read voyage-master-file
                   at end move 'n' to more-records
               end-read
               perform 115-load-one-voyage until more-records = 'n'
           end-if.
           close voyage-master-file.
           move 'y' to more-records.

       115-load-one-voyage.
           if voyage-count >= 1000
               display 'VOYAGE TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to voyage-count.
           move voyage-master-record to voyage-entry (voyage-count).
           read voyage-master-file at end move 'n' to more-records.

       130-load-active-ships.
           open input ship-master-file.
           if smf-file-status not = '00'
               display 'SHIP-MASTER-FILE FAILED TO OPEN, STATUS '
                   smf-file-status
               stop run
           end-if.
           read ship-master-file at end move 'n' to more-records.
           perform 135-load-one-ship until more-records = 'n'.
           close ship-master-file.
           move 'y' to more-records.

       135-load-one-ship.
           if sm-active-flag-in = 'Y'
               if active-ship-count >= 500
                   display 'SHIP TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to active-ship-count
               move sm-ship-name-in
                   to active-ship-name (active-ship-count)
           end-if.
           read ship-master-file at end move 'n' to more-records.

       200-apply-transactions.
           open input tran-file.
           if vt-file-status = '00'
               read tran-file at end move 'n' to more-records
               end-read
               perform 210-apply-one-transaction
                   until more-records = 'n'
           end-if.
           close tran-file.
           move 'y' to more-records.

       210-apply-one-transaction.
           move vt-voyage-id to seek-voyage.
           perform 220-find-voyage.
           evaluate true
               when vt-add
                   perform 300-apply-add
               when vt-change
                   perform 320-apply-change
               when vt-cancel
                   perform 340-apply-cancel
               when other
                   move 'REJECTED - BAD ACTION' to reject-reason
                   perform 400-reject-transaction
           end-evaluate.
           read tran-file at end move 'n' to more-records.

       220-find-voyage.
           move 'n' to vy-found-flag.
           perform 225-scan-one-voyage
               varying vy-idx from 1 by 1
               until vy-idx > voyage-count or vy-found.

       225-scan-one-voyage.
           if vy-voyage-id (vy-idx) = seek-voyage
               move 'y' to vy-found-flag
               move vy-idx to vy-match-idx
           end-if.

       230-check-vessel.
           move 'n' to ship-ok-flag.
           perform 235-scan-one-active-ship
               varying as-idx from 1 by 1
               until as-idx > active-ship-count or ship-ok.

       235-scan-one-active-ship.
           if active-ship-name (as-idx) = vy-vessel (vy-idx)
               move 'y' to ship-ok-flag
           end-if.

      *the schedule as it would stand must make sense on its own:
      *an active vessel, both ports, and an arrival not planned
      *before the departure
       240-check-schedule.
           move 'y' to schedule-ok-flag.
           perform 230-check-vessel.
           evaluate true
               when not ship-ok
                   move 'n' to schedule-ok-flag
                   move 'REJECTED - VESSEL NOT ACTIVE'
                       to reject-reason
               when vy-load-port (vy-idx) = spaces
                   or vy-discharge-port (vy-idx) = spaces
                   move 'n' to schedule-ok-flag
                   move 'REJECTED - PORT MISSING' to reject-reason
               when vy-planned-depart (vy-idx) = 0
                   or vy-planned-arrive (vy-idx)
                       < vy-planned-depart (vy-idx)
                   move 'n' to schedule-ok-flag
                   move 'REJECTED - BAD PLANNED DATES'
                       to reject-reason
           end-evaluate.

      *the new row is built in the slot past the last entry and
      *only counted once it checks out
       300-apply-add.
           if vy-found
               move 'REJECTED - ALREADY ON FILE' to reject-reason
               perform 400-reject-transaction
           else
               if voyage-count >= 1000
                   display 'VOYAGE TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               compute vy-idx = voyage-count + 1
               move vt-voyage-id to vy-voyage-id (vy-idx)
               move vt-vessel to vy-vessel (vy-idx)
               move vt-load-port to vy-load-port (vy-idx)
               move vt-discharge-port to vy-discharge-port (vy-idx)
               move vt-planned-depart to vy-planned-depart (vy-idx)
               move vt-planned-arrive to vy-planned-arrive (vy-idx)
               move 0 to vy-actual-depart (vy-idx)
               move 0 to vy-actual-arrive (vy-idx)
               move 'S' to vy-status (vy-idx)
               perform 240-check-schedule
               if not schedule-ok
                   perform 400-reject-transaction
               else
                   add 1 to voyage-count
                   move 'A' to mj-action-code
                   move spaces to mj-before-image
                   move voyage-entry (vy-idx) to mj-after-image
                   perform 9850-journal-update
                   move 'APPLIED - ADDED' to act-disp-out
                   perform 250-print-activity-line
                   add 1 to applied-count
               end-if
           end-if.

      *a rejected change puts the row back as it was
       320-apply-change.
           if not vy-found
               move 'REJECTED - NOT ON FILE' to reject-reason
               perform 400-reject-transaction
           else
           if not vy-scheduled (vy-match-idx)
               move 'REJECTED - ALREADY SAILED' to reject-reason
               perform 400-reject-transaction
           else
               move vy-match-idx to vy-idx
               move voyage-entry (vy-idx) to mj-before-image
               if vt-vessel not = spaces
                   move vt-vessel to vy-vessel (vy-idx)
               end-if
               if vt-load-port not = spaces
                   move vt-load-port to vy-load-port (vy-idx)
               end-if
               if vt-discharge-port not = spaces
                   move vt-discharge-port
                       to vy-discharge-port (vy-idx)
               end-if
               if vt-planned-depart > 0
                   move vt-planned-depart
                       to vy-planned-depart (vy-idx)
               end-if
               if vt-planned-arrive > 0
                   move vt-planned-arrive
                       to vy-planned-arrive (vy-idx)
               end-if
               perform 240-check-schedule
               if not schedule-ok
                   move mj-before-image to voyage-entry (vy-idx)
                   perform 400-reject-transaction
               else
                   move 'C' to mj-action-code
                   move voyage-entry (vy-idx) to mj-after-image
                   perform 9850-journal-update
                   move 'APPLIED - RESCHEDULED' to act-disp-out
                   perform 250-print-activity-line
                   add 1 to applied-count
               end-if
           end-if
           end-if.

      *a cancelled voyage stays on file so old shipments still
      *find it
       340-apply-cancel.
           if not vy-found
               move 'REJECTED - NOT ON FILE' to reject-reason
               perform 400-reject-transaction
           else
           if not vy-scheduled (vy-match-idx)
               move 'REJECTED - ALREADY SAILED' to reject-reason
               perform 400-reject-transaction
           else
               move vy-match-idx to vy-idx
               move voyage-entry (vy-idx) to mj-before-image
               move 'X' to vy-status (vy-idx)
               move 'C' to mj-action-code
               move voyage-entry (vy-idx) to mj-after-image
               perform 9850-journal-update
               move 'APPLIED - CANCELLED' to act-disp-out
               perform 250-print-activity-line
               add 1 to applied-count
           end-if
           end-if.

       400-reject-transaction.
           move reject-reason to act-disp-out.
           perform 250-print-activity-line.
           add 1 to rejected-count.
           move 'VOYR' to excp-reason-code.
           move 'voyage master transaction rejected'
               to excp-reason-text.
           move tran-record to excp-record-image.
           perform 9000-log-exception.

       250-print-activity-line.
           move vt-action to act-action-out.
           move vt-voyage-id to act-voyage-out.
           move vt-vessel to act-vessel-out.
           move vt-load-port to act-from-out.
           move vt-discharge-port to act-to-out.
           move vt-planned-depart to act-date-out.
           write record-out from print-activity-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       500-rewrite-voyage-master.
           open output voyage-master-file.
           perform 510-write-one-voyage
               varying vy-idx from 1 by 1
               until vy-idx > voyage-count.
           close voyage-master-file.

       510-write-one-voyage.
           move voyage-entry (vy-idx) to voyage-master-record.
           write voyage-master-record.

       600-apply-events.
           open input event-file.
           if ve-file-status = '00'
               read event-file at end move 'n' to more-records
               end-read
               perform 610-apply-one-event
                   until more-records = 'n'
           end-if.
           close event-file.
           move 'y' to more-records.

       610-apply-one-event.
           move ve-voyage-id to seek-voyage.
           perform 220-find-voyage.
           if vy-found
               move vy-match-idx to vy-idx
           end-if.
           evaluate true
               when not vy-found
                   move 'REJECTED - NOT ON FILE' to reject-reason
                   perform 700-reject-event
               when ve-departed
                   perform 620-record-departure
               when ve-arrived
                   perform 640-record-arrival
               when other
                   move 'REJECTED - BAD EVENT' to reject-reason
                   perform 700-reject-event
           end-evaluate.
           read event-file at end move 'n' to more-records.

       620-record-departure.
           if not vy-scheduled (vy-idx)
               move 'REJECTED - NOT SCHEDULED' to reject-reason
               perform 700-reject-event
           else
               move voyage-entry (vy-idx) to mj-before-image
               move ve-event-date to vy-actual-depart (vy-idx)
               move 'D' to vy-status (vy-idx)
               move 'C' to mj-action-code
               move voyage-entry (vy-idx) to mj-after-image
               perform 9850-journal-update
               move 'DEPARTED' to act-disp-out
               perform 650-print-event-line
               add 1 to events-count
           end-if.

       640-record-arrival.
           if not vy-departed (vy-idx)
               move 'REJECTED - NOT DEPARTED' to reject-reason
               perform 700-reject-event
           else
           if ve-event-date < vy-actual-depart (vy-idx)
               move 'REJECTED - BEFORE DEPARTURE' to reject-reason
               perform 700-reject-event
           else
               move voyage-entry (vy-idx) to mj-before-image
               move ve-event-date to vy-actual-arrive (vy-idx)
               move 'A' to vy-status (vy-idx)
               move 'C' to mj-action-code
               move voyage-entry (vy-idx) to mj-after-image
               perform 9850-journal-update
               move 'ARRIVED' to act-disp-out
               perform 650-print-event-line
               add 1 to events-count
           end-if
           end-if.

       650-print-event-line.
           move ve-event-code to act-action-out.
           move ve-voyage-id to act-voyage-out.
           if vy-found
               move vy-vessel (vy-idx) to act-vessel-out
               move vy-load-port (vy-idx) to act-from-out
               move vy-discharge-port (vy-idx) to act-to-out
           else
               move spaces to act-vessel-out
               move spaces to act-from-out
               move spaces to act-to-out
           end-if.
           move ve-event-date to act-date-out.
           write record-out from print-activity-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       700-reject-event.
           move reject-reason to act-disp-out.
           perform 650-print-event-line.
           add 1 to rejected-count.
           move 'VOYE' to excp-reason-code.
           move 'voyage event rejected' to excp-reason-text.
           move event-record to excp-record-image.
           perform 9000-log-exception.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy JRNLPR.

       end program voymaint.
