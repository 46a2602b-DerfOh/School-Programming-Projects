      *Advance cargo space booking and booked-versus-capacity list
      *
      *Space on a sailing used to be promised over the phone and
      *found out on the dock: shipLookupTable.cbl's capacity check
      *warns only after the cargo has been loaded.  This job takes
      *booking transactions (SHIPBKTR) and reserves space ahead of
      *the sailing on SHIPBOOK, an indexed file keyed voyage-id plus
      *booking number, so every booking for a voyage reads back in
      *one pass.
      *
      *Transaction layout: action ('N' new booking, 'X' cancel),
      *voyage-id, booking number (cancels only), company-id, cargo,
      *units, unit of measure, quote number (zero when the space
      *wasn't quoted), an overbook instruction ('W' waitlist the
      *request if the vessel is full, anything else refuses it),
      *and the request date.  A new booking must be for a
      *scheduled voyage on VOYMAST, a company in good standing on
      *SHIPCOMP, a unit the value report can convert to tons, and
      *-- when a quote is given -- a quote on SHIPQREG for that
      *company and cargo.  Its tons are weighed against the
      *voyage's vessel's SHIPMAST capacity less the tons already
      *booked; a request that doesn't fit is waitlisted or refused
      *as the transaction asks.  Booking numbers come from the
      *SHIPBSEED carried seed.
      *
      *Cancelling a confirmed booking frees its space, and the
      *voyage's waitlist is then worked in booking order: each
      *waitlisted request that now fits is confirmed.
      *
      *Booking status: 'B' booked, 'W' waitlisted, 'X' cancelled,
      *'S' shipped (set by the value report when the cargo is
      *matched on shipment day).  Every applied change journals its
      *before and after images to the shared master-file journal;
      *every rejection goes to the exception log.
      *
      *The run closes with the daily booked-versus-capacity list:
      *one line per scheduled voyage with its vessel's capacity,
      *tons booked, tons waitlisted, tons still open and the
      *percentage full, flagged when the bookings already exceed
      *the vessel.
      *
      *A company whose principal is linked on the shared party
      *master (partymatch.cbl) to someone another business has
      *blocked is refused like one on credit hold, logged PTBK
      *with the party and the block behind it.  One the
      *apartments hold to certified funds only is booked, and the
      *flag goes to the exception log (PTCF) so the freight is
      *collected in certified funds.
       identification division.
       program-id. shipbook.
       environment division.
       input-output section.

       file-control.
      *> optional: a day with no calls has no transactions, and the
      *> capacity list still prints
           select optional tran-file assign to "SHIPBKTR"
                 organization is line sequential
                 file status is bt-file-status.

           select booking-file assign to "SHIPBOOK"
                 organization is indexed
                 access mode is dynamic
                 record key is bk-key
                 file status is bk-file-status.

      *> next booking number, carried across runs
           select optional booking-seed-file assign to "SHIPBSEED"
                 organization is line sequential
                 file status is bs-file-status.

           select voyage-master-file assign to "VOYMAST"
                 organization is line sequential
                 file status is vmf-file-status.

           select ship-master-file assign to "SHIPMAST"
                 organization is line sequential
                 file status is smf-file-status.

           select company-master-file assign to "SHIPCOMP"
                 organization is line sequential
                 file status is scm-file-status.

      *> optional because a shop with no quotes outstanding has no
      *> register yet
           select optional quote-register assign to "SHIPQREG"
                 organization is line sequential
                 file status is qg-file-status.

           select file-out assign to printer, "con".

           copy JRNLSEL.

           copy EXCPSEL.

           copy PRTYSEL.

           copy RPTSEL.

       data division.
       file section.
       fd tran-file label records are standard.
       01 tran-record.
           05 bt-action            pic x.
               88 bt-new               value 'N'.
               88 bt-cancel            value 'X'.
           05 bt-voyage-id         pic x(6).
           05 bt-booking-no        pic 9(7).
           05 bt-company-id        pic x(6).
           05 bt-cargo             pic x(10).
           05 bt-units             pic 9(6).
           05 bt-unit              pic x(3).
           05 bt-quote-no          pic 9(7).
           05 bt-overbook          pic x.
               88 bt-waitlist-ok       value 'W'.
           05 bt-request-date      pic 9(8).

       fd booking-file label records are standard.
       01 booking-record.
           05 bk-key.
               10 bk-voyage-id     pic x(6).
               10 bk-booking-no    pic 9(7).
           05 bk-company-id        pic x(6).
           05 bk-cargo             pic x(10).
           05 bk-units             pic 9(6).
           05 bk-unit              pic x(3).
           05 bk-tons              pic 9(8)v99.
           05 bk-quote-no          pic 9(7).
           05 bk-status            pic x.
               88 bk-booked            value 'B'.
               88 bk-waitlisted        value 'W'.
               88 bk-cancelled         value 'X'.
               88 bk-shipped           value 'S'.
           05 bk-booked-date       pic 9(8).

       fd booking-seed-file label records are omitted.
       01 booking-seed-record.
           05 bs-next-booking   pic 9(7).

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

       fd ship-master-file label records are omitted.
       01 ship-master-record.
           05 sm-ship-name-in pic x(15).
           05 sm-registration-in pic x(10).
           05 sm-active-flag-in pic x.
           05 sm-capacity-tons-in pic 9(6).

       fd company-master-file label records are omitted.
       01 company-master-record.
           05 scm-company-id-in pic x(6).
           05 scm-company-name-in pic x(20).
           05 scm-credit-limit-in pic 9(9)v99.
           05 scm-standing-in pic x.
           05 scm-contact-in pic x(20).
           05 scm-addr-line-in pic x(25).
           05 scm-city-in pic x(15).
           05 scm-state-in pic x(2).
           05 scm-zip-in pic x(5).

       fd quote-register label records are omitted.
       01 quote-register-record.
           05 qg-quote-no       pic 9(7).
           05 filler            pic x.
           05 qg-expiry-date    pic 9(8).
           05 filler            pic x.
           05 qg-company        pic x(20).
           05 filler            pic x.
           05 qg-cargo          pic x(10).
           05 filler            pic x.
           05 qg-units          pic 9(6).
           05 filler            pic x.
           05 qg-value          pic 9(10)v99.
           05 filler            pic x.
           05 qg-duty           pic 9(8)v99.
           05 filler            pic x.
           05 qg-total          pic 9(10)v99.
           05 filler            pic x(7).

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy JRNLFD.

       copy EXCPFD.

       copy PRTYFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 bt-file-status pic xx.
       01 bk-file-status pic xx.
       01 bs-file-status pic xx.
       01 vmf-file-status pic xx.
       01 smf-file-status pic xx.
       01 scm-file-status pic xx.
       01 qg-file-status pic xx.

       01 booking-number pic 9(7) value 1.

      *the voyage schedule: only a scheduled voyage takes bookings
       01 voyage-master-table.
           05 voyage-master-entry occurs 1000 times.
               10 vmt-voyage-id pic x(6).
               10 vmt-vessel pic x(15).
               10 vmt-planned-depart pic 9(8).
               10 vmt-status pic x.
                   88 vmt-scheduled value 'S'.
       01 voyage-master-count pic 9(4) value 0.
       01 vmt-idx pic 9(4) value 0.
       01 vmt-match-idx pic 9(4) value 0.
       01 vmt-found-flag pic x value 'n'.
           88 vmt-found value 'y'.

      *vessel capacities, the same table the value report builds
       01 ship-master-table.
           05 ship-master-entry occurs 500 times.
               10 smt-ship-name pic x(15).
               10 smt-capacity-tons pic 9(6).
       01 ship-master-count pic 9(4) value 0.
       01 sm-idx pic 9(4) value 0.
       01 sm-found-flag pic x value 'n'.
           88 sm-found value 'y'.
       01 vessel-capacity pic 9(6) value 0.

       01 company-master-table.
           05 company-master-entry occurs 100 times.
               10 scm-company-id pic x(6).
               10 scm-company-name pic x(20).
               10 scm-standing pic x.
       01 company-master-count pic 999 value 0.
       01 scm-idx pic 999 value 0.
       01 scm-match-idx pic 999 value 0.
       01 scm-found-flag pic x value 'n'.
           88 scm-found value 'y'.

       01 quote-table.
           05 quote-entry occurs 200 times.
               10 qt-quote-no pic 9(7).
               10 qt-company pic x(20).
               10 qt-cargo pic x(10).
       01 quote-count pic 9(3) value 0.
       01 qt-idx pic 9(3) value 0.
       01 qt-match-idx pic 9(3) value 0.
       01 qt-found-flag pic x value 'n'.
           88 qt-found value 'y'.

      *the same unit-equivalence literals the value report carries
       01 uom-factor-literals.
           05 filler pic x(9) value 'TON010000'.
           05 filler pic x(9) value 'KG 000010'.
           05 filler pic x(9) value 'CTR200000'.
           05 filler pic x(9) value 'MTN010000'.
       01 uom-factor-table redefines uom-factor-literals.
           05 uom-factor-entry occurs 4 times.
               10 uom-code pic x(3).
               10 uom-factor-to-ton pic 99v9999.
       01 conv-idx pic 9 value 0.
       01 book-uom-factor pic 99v9999 value 0.

      *one voyage's bookings, totalled off SHIPBOOK by key
       01 seek-voyage pic x(6) value spaces.
       01 more-bookings pic x value 'y'.
       01 booked-tons pic 9(8)v99 value 0.
       01 waitlist-tons pic 9(8)v99 value 0.
       01 open-tons pic s9(8)v99 value 0.
       01 request-tons pic 9(8)v99 value 0.
       01 percent-full pic 9(3)v9 value 0.

       01 booking-ok-flag pic x value 'n'.
           88 booking-ok value 'y'.
       01 reject-reason pic x(28) value spaces.
       01 party-refused-flag pic x value 'n'.
           88 party-refused value 'y'.
       01 booked-count pic 9(5) value 0.
       01 waitlisted-count pic 9(5) value 0.
       01 cancelled-count pic 9(5) value 0.
       01 promoted-count pic 9(5) value 0.
       01 rejected-count pic 9(5) value 0.
       01 overbooked-count pic 9(4) value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy JRNLWS.
       copy PRTYWS.

       01 line1-out.
           05 filler pic x(24) value spaces.
           05 filler pic x(28) value 'Cargo Space Booking Activity'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(4) value 'Act'.
           05 filler pic x(8) value 'Voyage'.
           05 filler pic x(9) value 'Booking'.
           05 filler pic x(8) value 'Company'.
           05 filler pic x(11) value 'Cargo'.
           05 filler pic x(11) value '      Tons'.
           05 filler pic x(28) value 'Disposition'.

       01 print-activity-out.
           05 filler            pic x(2) value spaces.
           05 act-action-out    pic x.
           05 filler            pic x(2) value spaces.
           05 act-voyage-out    pic x(6).
           05 filler            pic x(2) value spaces.
           05 act-booking-out   pic 9(7).
           05 filler            pic x(2) value spaces.
           05 act-company-out   pic x(6).
           05 filler            pic x(2) value spaces.
           05 act-cargo-out     pic x(10).
           05 filler            pic x(1) value spaces.
           05 act-tons-out      pic zzz,zz9.99.
           05 filler            pic x(1) value spaces.
           05 act-disp-out      pic x(28).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(8) value 'Booked: '.
           05 booked-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(12) value 'Waitlisted: '.
           05 waitlisted-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(11) value 'Cancelled: '.
           05 cancelled-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value 'Promoted: '.
           05 promoted-count-out pic zzzz9.

       01 reject-summary-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(10) value 'Rejected: '.
           05 rejected-count-out pic zzzz9.

       01 capacity-heading-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(36) value
               'Booked Versus Capacity by Voyage'.

       01 capacity-columns-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(7) value 'Voyage'.
           05 filler pic x(16) value 'Vessel'.
           05 filler pic x(9) value 'Departs'.
           05 filler pic x(8) value 'Capacity'.
           05 filler pic x(11) value '     Booked'.
           05 filler pic x(11) value ' Waitlisted'.
           05 filler pic x(11) value '       Open'.
           05 filler pic x(6) value '  Full'.

       01 capacity-line-out.
           05 filler            pic x(1) value spaces.
           05 cap-voyage-out    pic x(6).
           05 filler            pic x(1) value spaces.
           05 cap-vessel-out    pic x(15).
           05 filler            pic x(1) value spaces.
           05 cap-depart-out    pic 9(8).
           05 filler            pic x(1) value spaces.
           05 cap-capacity-out  pic zzz,zz9.
           05 filler            pic x(1) value spaces.
           05 cap-booked-out    pic zzz,zz9.99.
           05 filler            pic x(1) value spaces.
           05 cap-waitlist-out  pic zzz,zz9.99.
           05 filler            pic x(1) value spaces.
           05 cap-open-out      pic zzz,zz9.99-.
           05 cap-percent-out   pic zz9.9.
           05 filler            pic x value '%'.

       01 overbooked-line-out.
           05 filler pic x(8) value spaces.
           05 filler pic x(47) value
               '** OVERBOOKED - BOOKINGS EXCEED VESSEL CAPACITY'.

       01 capacity-summary-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(20) value 'Voyages Overbooked: '.
           05 overbooked-count-out pic zzz9.

       procedure division.
       100-main.
           open i-o booking-file.
           if bk-file-status = '35'
               open output booking-file
               close booking-file
               open i-o booking-file
           end-if.
           if bk-file-status not = '00'
               display 'BOOKING-FILE FAILED TO OPEN, STATUS '
                   bk-file-status
               stop run
           end-if.
           open output file-out.
           perform 8900-open-exception-log.
           move 'SHIPBOOK    ' to excp-this-job.
           perform 8110-open-party-files.
           perform 9800-open-master-journal.
           move 'SHIPBOOK' to mj-this-file.

           move 'CARGO SPACE BOOKING ' to banner-job-name.
           move 'BK0001' to banner-batch-id.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 110-read-booking-seed.
           perform 120-load-voyage-master.
           perform 130-load-ship-master.
           perform 140-load-company-master.
           perform 150-load-quote-register.

           perform 200-apply-transactions.

           move booked-count to booked-count-out.
           move waitlisted-count to waitlisted-count-out.
           move cancelled-count to cancelled-count-out.
           move promoted-count to promoted-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move rejected-count to rejected-count-out.
           write record-out from reject-summary-out
               after advancing 1 line.
           perform 8020-capture-line.

           perform 700-print-capacity-list.

           perform 900-rewrite-booking-seed.
           close booking-file.
           close file-out.
           perform 8030-close-report-capture.
           close master-journal.
           close exception-log.
           perform 8190-close-party-files.
           stop run.

       110-read-booking-seed.
           open input booking-seed-file.
           if bs-file-status = '00'
               read booking-seed-file
                   at end move 1 to booking-number
                   not at end move bs-next-booking to booking-number
               end-read
           end-if.
           close booking-seed-file.

       900-rewrite-booking-seed.
           open output booking-seed-file.
           move booking-number to bs-next-booking.
           write booking-seed-record.
           close booking-seed-file.

       120-load-voyage-master.
           open input voyage-master-file.
           if vmf-file-status not = '00'
               display 'VOYAGE-MASTER FAILED TO OPEN, STATUS '
                   vmf-file-status
               stop run
           end-if.
           read voyage-master-file at end move 'n' to more-records.
           perform 125-load-one-voyage until more-records = 'n'.
           close voyage-master-file.
           move 'y' to more-records.

       125-load-one-voyage.
           if voyage-master-count >= 1000
               display 'VOYAGE MASTER TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to voyage-master-count.
           move vm-voyage-id-in
               to vmt-voyage-id (voyage-master-count).
           move vm-vessel-in to vmt-vessel (voyage-master-count).
           move vm-planned-depart-in
               to vmt-planned-depart (voyage-master-count).
           move vm-status-in to vmt-status (voyage-master-count).
           read voyage-master-file at end move 'n' to more-records.

       130-load-ship-master.
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
           if ship-master-count >= 500
               display 'SHIP TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to ship-master-count.
           move sm-ship-name-in to smt-ship-name (ship-master-count).
           move sm-capacity-tons-in
               to smt-capacity-tons (ship-master-count).
           read ship-master-file at end move 'n' to more-records.

       140-load-company-master.
           open input company-master-file.
           if scm-file-status not = '00'
               display 'COMPANY-MASTER FAILED TO OPEN, STATUS '
                   scm-file-status
               stop run
           end-if.
           read company-master-file at end move 'n' to more-records.
           perform 145-load-one-company until more-records = 'n'.
           close company-master-file.
           move 'y' to more-records.

       145-load-one-company.
           if company-master-count >= 100
               display 'COMPANY TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to company-master-count.
           move scm-company-id-in
               to scm-company-id (company-master-count).
           move scm-company-name-in
               to scm-company-name (company-master-count).
           move scm-standing-in
               to scm-standing (company-master-count).
           read company-master-file at end move 'n' to more-records.

       150-load-quote-register.
           open input quote-register.
           if qg-file-status = '00'
               read quote-register at end move 'n' to more-records
               end-read
               perform 155-load-one-quote until more-records = 'n'
           end-if.
           close quote-register.
           move 'y' to more-records.

       155-load-one-quote.
           if quote-count >= 200
               display 'QUOTE TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to quote-count.
           move qg-quote-no to qt-quote-no (quote-count).
           move qg-company to qt-company (quote-count).
           move qg-cargo to qt-cargo (quote-count).
           read quote-register at end move 'n' to more-records.

       200-apply-transactions.
           open input tran-file.
           if bt-file-status = '00'
               read tran-file at end move 'n' to more-records
               end-read
               perform 210-apply-one-transaction
                   until more-records = 'n'
           end-if.
           close tran-file.
           move 'y' to more-records.

       210-apply-one-transaction.
           move 0 to request-tons.
           evaluate true
               when bt-new
                   perform 300-apply-new-booking
               when bt-cancel
                   perform 400-apply-cancel
               when other
                   move 'REJECTED - BAD ACTION' to reject-reason
                   perform 600-reject-transaction
           end-evaluate.
           read tran-file at end move 'n' to more-records.

       220-find-voyage.
           move 'n' to vmt-found-flag.
           perform 225-scan-one-voyage
               varying vmt-idx from 1 by 1
               until vmt-idx > voyage-master-count or vmt-found.

       225-scan-one-voyage.
           if vmt-voyage-id (vmt-idx) = seek-voyage
               move 'y' to vmt-found-flag
               move vmt-idx to vmt-match-idx
           end-if.

      *    SHIPMAST names are matched on the voyage's vessel; an
      *    unknown vessel has no capacity and takes nothing
       230-find-vessel-capacity.
           move 0 to vessel-capacity.
           move 'n' to sm-found-flag.
           perform 235-scan-one-vessel
               varying sm-idx from 1 by 1
               until sm-idx > ship-master-count or sm-found.

       235-scan-one-vessel.
           if smt-ship-name (sm-idx) = vmt-vessel (vmt-match-idx)
               move 'y' to sm-found-flag
               move smt-capacity-tons (sm-idx) to vessel-capacity
           end-if.

      *    every booking on one voyage reads back together off the
      *    key; confirmed and waitlisted tons are totalled apart
       260-total-voyage-bookings.
           move 0 to booked-tons.
           move 0 to waitlist-tons.
           move seek-voyage to bk-voyage-id.
           move 0 to bk-booking-no.
           move 'y' to more-bookings.
           start booking-file key not < bk-key
               invalid key move 'n' to more-bookings
           end-start.
           if more-bookings = 'y'
               read booking-file next record
                   at end move 'n' to more-bookings
               end-read
           end-if.
           perform 265-total-one-booking
               until more-bookings = 'n'.

       265-total-one-booking.
           if bk-voyage-id not = seek-voyage
               move 'n' to more-bookings
           else
               if bk-booked
                   add bk-tons to booked-tons
               end-if
               if bk-waitlisted
                   add bk-tons to waitlist-tons
               end-if
               read booking-file next record
                   at end move 'n' to more-bookings
               end-read
           end-if.

      *    the request must pass every master check before its
      *    tons are weighed against what the vessel has left
       300-apply-new-booking.
           perform 310-validate-booking.
           if not booking-ok
               perform 600-reject-transaction
           else
               if party-certified-elsewhere
                   move 'PTCF' to excp-reason-code
                   move party-exception-text to excp-reason-text
                   move tran-record to excp-record-image
                   perform 9000-log-exception
               end-if
               perform 230-find-vessel-capacity
               perform 260-total-voyage-bookings
               compute open-tons = vessel-capacity - booked-tons
               move bt-voyage-id to bk-voyage-id
               move booking-number to bk-booking-no
               move bt-company-id to bk-company-id
               move bt-cargo to bk-cargo
               move bt-units to bk-units
               move bt-unit to bk-unit
               move request-tons to bk-tons
               move bt-quote-no to bk-quote-no
               if bt-request-date > 0
                   move bt-request-date to bk-booked-date
               else
                   move banner-run-date-ccyymmdd to bk-booked-date
               end-if
               evaluate true
                   when request-tons <= open-tons
                       move 'B' to bk-status
                       perform 350-write-booking
                       move 'BOOKED' to act-disp-out
                       add 1 to booked-count
                       perform 500-print-activity-line
                   when bt-waitlist-ok
                       move 'W' to bk-status
                       perform 350-write-booking
                       move 'WAITLISTED - VESSEL FULL'
                           to act-disp-out
                       add 1 to waitlisted-count
                       perform 500-print-activity-line
                   when other
                       move 'REFUSED - VESSEL FULL'
                           to reject-reason
                       perform 600-reject-transaction
               end-evaluate
           end-if.

       310-validate-booking.
           move 'y' to booking-ok-flag.
           move bt-voyage-id to seek-voyage.
           perform 220-find-voyage.
           move 'n' to scm-found-flag.
           perform 315-scan-one-company
               varying scm-idx from 1 by 1
               until scm-idx > company-master-count or scm-found.
           move 'S' to party-member-type.
           move bt-company-id to party-member-id.
           perform 8120-find-party.
           move 0 to book-uom-factor.
           perform 320-find-uom-factor
               varying conv-idx from 1 by 1
               until conv-idx > 4.
           evaluate true
               when not vmt-found
                   move 'n' to booking-ok-flag
                   move 'REJECTED - VOYAGE NOT ON FILE'
                       to reject-reason
               when not vmt-scheduled (vmt-match-idx)
                   move 'n' to booking-ok-flag
                   move 'REJECTED - VOYAGE NOT OPEN' to reject-reason
               when not scm-found
                   move 'n' to booking-ok-flag
                   move 'REJECTED - COMPANY UNKNOWN' to reject-reason
               when scm-standing (scm-match-idx) not = 'A'
                   move 'n' to booking-ok-flag
                   move 'REJECTED - CREDIT HOLD' to reject-reason
               when party-blocked-elsewhere
                   move 'n' to booking-ok-flag
                   move 'y' to party-refused-flag
                   move 'REJECTED - PARTY BLOCKED' to reject-reason
               when bt-cargo = spaces or bt-units = 0
                   move 'n' to booking-ok-flag
                   move 'REJECTED - NO CARGO OR UNITS'
                       to reject-reason
               when book-uom-factor = 0
                   move 'n' to booking-ok-flag
                   move 'REJECTED - UNKNOWN UNIT' to reject-reason
           end-evaluate.
           if booking-ok
               compute request-tons rounded =
                   bt-units * book-uom-factor
               if bt-quote-no > 0
                   perform 330-check-quote
               end-if
           end-if.

       315-scan-one-company.
           if scm-company-id (scm-idx) = bt-company-id
               move 'y' to scm-found-flag
               move scm-idx to scm-match-idx
           end-if.

       320-find-uom-factor.
           if uom-code (conv-idx) = bt-unit
               move uom-factor-to-ton (conv-idx) to book-uom-factor
           end-if.

      *    the quote must be this company's, for this cargo; its
      *    price is honored (or not) by the value report on the
      *    ship date, so expiry isn't judged here
       330-check-quote.
           move 'n' to qt-found-flag.
           perform 335-scan-one-quote
               varying qt-idx from 1 by 1
               until qt-idx > quote-count or qt-found.
           evaluate true
               when not qt-found
                   move 'n' to booking-ok-flag
                   move 'REJECTED - QUOTE NOT ON FILE'
                       to reject-reason
               when qt-company (qt-match-idx)
                       not = scm-company-name (scm-match-idx)
                   or qt-cargo (qt-match-idx) not = bt-cargo
                   move 'n' to booking-ok-flag
                   move 'REJECTED - QUOTE MISMATCH' to reject-reason
           end-evaluate.

       335-scan-one-quote.
           if qt-quote-no (qt-idx) = bt-quote-no
               move 'y' to qt-found-flag
               move qt-idx to qt-match-idx
           end-if.

       350-write-booking.
           write booking-record
               invalid key
                   display 'BOOKING-FILE WRITE FAILED, STATUS '
                       bk-file-status
                   stop run
           end-write.
           move 'A' to mj-action-code.
           move spaces to mj-before-image.
           move booking-record to mj-after-image.
           perform 9850-journal-update.
           add 1 to booking-number.

      *    a cancelled booking stays on file, so the value report
      *    can still tell a shipment it was cancelled
       400-apply-cancel.
           move bt-voyage-id to bk-voyage-id.
           move bt-booking-no to bk-booking-no.
           move 'y' to booking-ok-flag.
           read booking-file
               invalid key move 'n' to booking-ok-flag
           end-read.
           evaluate true
               when not booking-ok
                   move 'REJECTED - NOT ON FILE' to reject-reason
                   perform 600-reject-transaction
               when not bk-booked and not bk-waitlisted
                   move 'REJECTED - NOT OPEN' to reject-reason
                   perform 600-reject-transaction
               when other
                   move bk-tons to request-tons
                   move booking-record to mj-before-image
                   move 'X' to bk-status
                   perform 360-rewrite-booking
                   move 'CANCELLED' to act-disp-out
                   add 1 to cancelled-count
                   perform 500-print-activity-line
                   move bt-voyage-id to seek-voyage
                   perform 220-find-voyage
                   if vmt-found
                       perform 410-work-waitlist
                   end-if
           end-evaluate.

       360-rewrite-booking.
           rewrite booking-record
               invalid key
                   display 'BOOKING-FILE REWRITE FAILED, STATUS '
                       bk-file-status
                   stop run
           end-rewrite.
           move 'C' to mj-action-code.
           move booking-record to mj-after-image.
           perform 9850-journal-update.

      *    freed space goes to the waitlist in booking order; a
      *    request too big for what's open stays waitlisted and a
      *    smaller one behind it may still go
       410-work-waitlist.
           perform 230-find-vessel-capacity.
           perform 260-total-voyage-bookings.
           compute open-tons = vessel-capacity - booked-tons.
           move seek-voyage to bk-voyage-id.
           move 0 to bk-booking-no.
           move 'y' to more-bookings.
           start booking-file key not < bk-key
               invalid key move 'n' to more-bookings
           end-start.
           if more-bookings = 'y'
               read booking-file next record
                   at end move 'n' to more-bookings
               end-read
           end-if.
           perform 415-promote-one-booking
               until more-bookings = 'n'.

       415-promote-one-booking.
           if bk-voyage-id not = seek-voyage
               move 'n' to more-bookings
           else
               if bk-waitlisted and bk-tons <= open-tons
                   move booking-record to mj-before-image
                   move 'B' to bk-status
                   perform 360-rewrite-booking
                   subtract bk-tons from open-tons
                   add 1 to promoted-count
                   move 'P' to act-action-out
                   move bk-voyage-id to act-voyage-out
                   move bk-booking-no to act-booking-out
                   move bk-company-id to act-company-out
                   move bk-cargo to act-cargo-out
                   move bk-tons to act-tons-out
                   move 'BOOKED FROM WAITLIST' to act-disp-out
                   write record-out from print-activity-out
                       after advancing 1 line
                   perform 8020-capture-line
                   perform 8100-advance-line
               end-if
               read booking-file next record
                   at end move 'n' to more-bookings
               end-read
           end-if.

       500-print-activity-line.
           move bt-action to act-action-out.
           move bt-voyage-id to act-voyage-out.
           if bt-new
               move bk-booking-no to act-booking-out
           else
               move bt-booking-no to act-booking-out
           end-if.
           move bt-company-id to act-company-out.
           move bt-cargo to act-cargo-out.
           move request-tons to act-tons-out.
           write record-out from print-activity-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       600-reject-transaction.
           move reject-reason to act-disp-out.
           move 0 to bk-booking-no.
           perform 500-print-activity-line.
           add 1 to rejected-count.
           if party-refused
               move 'PTBK' to excp-reason-code
               move party-exception-text to excp-reason-text
               move 'n' to party-refused-flag
           else
               move 'BOOK' to excp-reason-code
               move 'cargo booking transaction rejected'
                   to excp-reason-text
           end-if.
           move tran-record to excp-record-image.
           perform 9000-log-exception.

      *    one line per voyage still taking bookings, whether or not
      *    anything is booked on it yet
       700-print-capacity-list.
           write record-out from capacity-heading-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from capacity-columns-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.
           perform 710-print-one-voyage-capacity
               varying vmt-idx from 1 by 1
               until vmt-idx > voyage-master-count.
           move overbooked-count to overbooked-count-out.
           write record-out from capacity-summary-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

       710-print-one-voyage-capacity.
           if vmt-scheduled (vmt-idx)
               move vmt-idx to vmt-match-idx
               move vmt-voyage-id (vmt-idx) to seek-voyage
               perform 230-find-vessel-capacity
               perform 260-total-voyage-bookings
               compute open-tons = vessel-capacity - booked-tons
               move 0 to percent-full
               if vessel-capacity > 0
                   compute percent-full rounded =
                       booked-tons * 100 / vessel-capacity
                       on size error move 999.9 to percent-full
                   end-compute
               end-if
               move vmt-voyage-id (vmt-idx) to cap-voyage-out
               move vmt-vessel (vmt-idx) to cap-vessel-out
               move vmt-planned-depart (vmt-idx) to cap-depart-out
               move vessel-capacity to cap-capacity-out
               move booked-tons to cap-booked-out
               move waitlist-tons to cap-waitlist-out
               move open-tons to cap-open-out
               move percent-full to cap-percent-out
               write record-out from capacity-line-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
               if open-tons < 0
                   add 1 to overbooked-count
                   write record-out from overbooked-line-out
                       after advancing 1 line
                   perform 8020-capture-line
                   perform 8100-advance-line
                   move 'BKOV' to excp-reason-code
                   move 'voyage bookings exceed vessel capacity'
                       to excp-reason-text
                   move capacity-line-out to excp-record-image
                   perform 9000-log-exception
               end-if
           end-if.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy JRNLPR.

       copy PRTYPR.

       end program shipbook.
