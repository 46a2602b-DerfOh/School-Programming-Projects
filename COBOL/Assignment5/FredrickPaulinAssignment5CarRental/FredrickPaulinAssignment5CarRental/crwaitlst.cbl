      *Waitlist promotion pass
      *
      *crbooking.cbl parks an 'R' that would oversell its make on the
      *WAITLIST holding file -- and until now nothing ever read that
      *file back; the counter called people from a sticky note.  This
      *pass runs after the night's cancellations, no-show deletes and
      *returns have freed cars, and works the waitlist oldest first.
      *
      *Availability is crbooking's own rule, recomputed here: the
      *VEHMAST fleet count for the make, minus units out on
      *OPENRENT, minus reservations already on RESVFILE for that
      *make and pickup date.  A waitlisted request with a car free
      *on its date is promoted to a real RESVFILE reservation,
      *priced with the same binding-quote arithmetic crbooking uses
      *(RATETAB daily rate, the weekly-rate comparison for 7+ days,
      *the STATETAX rate for the state), and journaled to the
      *master-file journal like any booking.  Because WAITLIST is
      *appended in arrival order, reading it front to back is
      *first-come first-served, and each promotion is counted
      *against the book before the next request is looked at.
      *
      *A request whose pickup date has already gone by is dropped as
      *expired.  A request for a customer no longer on CUSTMAST,
      *on the do-not-rent list, or already holding a reservation for
      *that date is dropped too, and logged to the shared exception
      *log.  Everything else stays on the waitlist, which is
      *rewritten with only the requests still waiting.  The report
      *prints three lists: promoted, still waiting, and expired or
      *dropped.
      *
      *Units VEHMAST carries under an open do-not-rent recall
      *(crrecall.cbl) are left out of the fleet count, and out of
      *the units-out count when one is still out, so the book is
      *never filled with cars that can't leave the lot.
      *
      *A request that expires without ever getting a car is
      *appended to the DEMANDLG demand log as turned away, for the
      *pricing-demand analysis (crdemand.cbl).
      *
      *A request for a customer linked on the shared party master
      *(partymatch.cbl) to someone another business has blocked is
      *dropped like one on our own do-not-rent list, and logged
      *(PTBK); one the party holds to certified funds only is still
      *promoted, but logged (PTCF) so the counter sees it.
      *
      *Every promoted request gets the same confirmation letter
      *crbooking.cbl sends for a booking made at the counter, under
      *the shared NOTICE mailing label, appended to the night's
      *RESVLTRS behind crbooking's own letters.
       identification division.
       program-id. crwaitlst.
       environment division.
       input-output section.


       file-control.
           select optional waitlist-file assign to "WAITLIST"
                 organization is line sequential
                 file status is wl-file-status.
           select file-out assign to printer, "con".

      *> the customer letters, added behind crbooking's own
           select letter-file assign to "RESVLTRS"
                 organization is line sequential
                 file status is lt-file-status.

      *> every request the fleet couldn't fill, kept across runs
      *> for the pricing-demand analysis
           select demand-log-file assign to "DEMANDLG"
                 organization is line sequential
                 file status is dl-file-status.

           select reservation assign to "RESVFILE"
                 organization is indexed
                 access mode is dynamic
                 record key is rv-resv-key
                 file status is rv-file-status.

           select customer-master assign to "CUSTMAST"
                 organization is indexed
                 access mode is random
                 record key is cm-customer-id
                 file status is cm-file-status.

           select vehicle-master assign to "VEHMAST"
                 organization is indexed
                 access mode is dynamic
                 record key is vm-unit-id
                 file status is vm-file-status.

           select open-rental assign to "OPENRENT"
                 organization is indexed
                 access mode is dynamic
                 record key is or-unit-id
                 file status is or-file-status.

           select rate-table assign to "RATETAB"
                 organization is indexed
                 access mode is random
                 record key is rt-car-make
                 file status is rt-file-status.

           select state-tax-table assign to "STATETAX"
                 organization is line sequential.

           copy JRNLSEL.

           copy EXCPSEL.

           copy PRTYSEL.

           copy RPTSEL.

       data division.
       file section.
       fd waitlist-file label records are omitted.
       01 waitlist-record.
           05 wl-date-added         pic 9(8).
           05 filler                pic x value space.
           05 wl-customer-id        pic x(6).
           05 filler                pic x value space.
           05 wl-pickup-date        pic 9(8).
           05 filler                pic x value space.
           05 wl-car-make           pic x(4).
           05 filler                pic x value space.
           05 wl-est-days           pic 99.
           05 filler                pic x value space.
           05 wl-state-code         pic x(2).

       fd demand-log-file label records are omitted.
       01 demand-log-record.
           05 dl-log-date           pic 9(8).
           05 dl-outcome            pic x.
           05 dl-customer-id        pic x(6).
           05 dl-pickup-date        pic 9(8).
           05 dl-car-make           pic x(4).
           05 dl-est-days           pic 99.

       fd file-out label records are omitted.
       01 record-out pic x(80).

       fd letter-file label records are omitted.
       01 letter-out pic x(80).

       fd reservation label records are standard.
       01 reservation-record.
           05 rv-resv-key.
               10 rv-customer-id    pic x(6).
               10 rv-pickup-date    pic 9(8).
           05 rv-car-make           pic x(4).
           05 rv-quote-amount       pic 9(7)v99.
           05 rv-quote-days         pic 99.

       fd customer-master label records are standard.
       01 customer-master-record.
           05 cm-customer-id       pic x(6).
           05 cm-customer-name     pic x(20).
           05 cm-account-id        pic x(6).
           05 cm-addr-line         pic x(25).
           05 cm-city              pic x(15).
           05 cm-state             pic x(2).
           05 cm-zip               pic x(5).
           05 cm-block-status      pic x.
               88 cm-blocked           value 'B'.
           05 cm-block-reason      pic x(4).
           05 cm-license-no        pic x(15).
           05 cm-license-state     pic x(2).
           05 cm-license-expiry    pic 9(8).
           05 cm-birth-date        pic 9(8).

       fd vehicle-master label records are standard.
       01 vehicle-master-record.
           05 vm-unit-id            pic x(5).
           05 vm-car-make           pic x(4).
           05 vm-vin                pic x(17).
           05 vm-current-odometer   pic 9(6)v9.
           05 vm-acquisition-cost   pic 9(7)v99.
           05 vm-in-service-date    pic 9(8).
           05 vm-expected-life-mm   pic 9(3).
           05 vm-home-branch        pic x(3).
           05 vm-recall-status      pic x.
               88 vm-recall-open        value 'O' 'D'.
               88 vm-recall-dnr         value 'D'.
           05 vm-recall-campaign    pic x(8).

       fd open-rental label records are standard.
       01 open-rental-record.
           05 or-unit-id            pic x(5).
           05 or-customer-id        pic x(6).
           05 or-car-make           pic x(4).
           05 or-checkout-date      pic 9(8).
           05 or-contracted-days    pic 99.
           05 or-fuel-level-out    pic 9.
           05 or-agreement-no      pic 9(7).
           05 or-agent-id          pic x(5).
           05 or-reserved-make     pic x(4).
           05 or-upgrade-code      pic x.
               88 or-upgrade-comp      value 'C'.
               88 or-upgrade-paid      value 'P'.
               88 or-upgrade-loyalty   value 'L'.
           05 or-upgrade-day-diff  pic 99v99.
           05 or-upgrade-points    pic 9(7).
           05 or-checkout-branch   pic x(3).

       fd rate-table label records are standard.
       01 rate-table-record.
           05 rt-car-make           pic x(4).
           05 rt-per-mile-charge    pic 9v99.
           05 rt-per-day-charge     pic 99v99.
           05 rt-weekly-rate        pic 9999v99.

       fd state-tax-table label records are standard.
       01 state-tax-table-record.
           05 stt-state-code        pic x(2).
           05 stt-tax-rate          pic v9999.

       copy JRNLFD.

       copy EXCPFD.

       copy PRTYFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 wl-file-status pic xx.
       01 dl-file-status pic xx.
       01 rv-file-status pic xx.
       01 cm-file-status pic xx.
       01 lt-file-status pic xx.
       01 party-refused-flag pic x value 'n'.
           88 party-refused          value 'y'.

       01 promoted-count pic 9(5) value 0.
       01 waiting-count pic 9(5) value 0.
       01 expired-count pic 9(5) value 0.
       01 dropped-count pic 9(5) value 0.

      *the waitlist is held in arrival order while it is worked, then
      *written back with only the requests still waiting
       01 wait-table.
           05 wait-entry occurs 500 times.
               10 wt-date-added     pic 9(8).
               10 wt-customer-id    pic x(6).
               10 wt-pickup-date    pic 9(8).
               10 wt-car-make       pic x(4).
               10 wt-est-days       pic 99.
               10 wt-state-code     pic x(2).
               10 wt-disposition    pic x.
                   88 wt-promoted       value 'P'.
                   88 wt-waiting        value 'W'.
                   88 wt-expired        value 'E'.
                   88 wt-dropped        value 'D'.
               10 wt-quote-amount   pic 9(7)v99.
               10 wt-disp-text      pic x(28).
       01 wait-count pic 9(4) value 0.
       01 wt-idx pic 9(4) value 0.

      *fleet size and units-out per car-make, loaded once at
      *start-up for the availability check
       01 vm-file-status pic xx.
       01 or-file-status pic xx.
       01 make-avail-table.
           05 make-avail-entry occurs 30 times.
               10 mk-car-make       pic x(4).
               10 mk-fleet-count    pic 9(4) value 0.
               10 mk-out-count      pic 9(4) value 0.
       01 make-avail-count pic 99 value 0.
       01 mk-idx pic 99 value 0.
       01 mk-match-idx pic 99 value 0.
       01 mk-found-flag pic x value 'n'.
           88 mk-found value 'y'.
       01 seek-make pic x(4) value spaces.
       01 booked-count pic 9(4) value 0.
       01 units-available pic s9(5) value 0.
       01 avail-scan-flag pic x value 'y'.

      *quote pricing, the same arithmetic crbooking's 600-price-quote
      *uses
       01 rt-file-status pic xx.
       01 rate-found-flag pic x value 'n'.
           88 rate-found value 'y'.
       01 more-state-tax-recs pic x value 'y'.
       01 state-tax-table-ws.
           05 state-tax-entry occurs 50 times.
               10 stt-state         pic x(2).
               10 stt-rate          pic v9999.
       01 state-tax-count pic 99 value 0.
       01 state-tax-idx pic 99 value 0.
       01 state-tax-match-idx pic 99 value 0.
       01 state-tax-found-flag pic x value 'n'.
           88 state-tax-found value 'y'.
       01 default-state-tax-rate pic v9999 value .0600.
       01 state-tax-rate pic v9999 value .0600.
       01 quote-est-days pic 99 value 0.
       01 quote-state-code pic x(2) value spaces.
       01 quote-days-charged pic 99 value 0.
       01 quote-daily-charge pic 9(7)v99 value 0.
       01 quote-weekly-charge pic 9(7)v99 value 0.
       01 quote-weeks pic 99 value 0.
       01 quote-extra-days pic 99 value 0.
       01 quote-tax pic 9(5)v99 value 0.
       01 quote-amount pic 9(7)v99 value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy JRNLWS.
       copy NAMESPLW.
       copy ADDRSTDW.
       copy NOTICEW.
       copy PRTYWS.

       01 confirm-letters-count pic 9(5) value 0.

       01 letter-title-out.
           05 filler pic x(1) value spaces.
           05 letter-title-text pic x(40).

       01 letter-body-out.
           05 filler pic x(1) value spaces.
           05 letter-body-text pic x(50).

       01 letter-resv-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(13) value 'Pickup Date: '.
           05 letter-date-out pic 9(8).
           05 filler pic x(3) value spaces.
           05 filler pic x(6) value 'Make: '.
           05 letter-make-out pic x(4).
           05 filler pic x(3) value spaces.
           05 filler pic x(6) value 'Days: '.
           05 letter-days-out pic z9.

       01 letter-amount-out.
           05 filler pic x(1) value spaces.
           05 letter-amount-label pic x(20).
           05 letter-amount pic $zzz,zz9.99.

       01 line1-out.
           05 filler pic x(26) value spaces.
           05 filler pic x(23) value 'Waitlist Promotion'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(8) value 'Customer'.
           05 filler pic x(2) value spaces.
           05 filler pic x(20) value 'Name'.
           05 filler pic x(2) value spaces.
           05 filler pic x(8) value 'Pickup  '.
           05 filler pic x(2) value spaces.
           05 filler pic x(4) value 'Make'.
           05 filler pic x(2) value spaces.
           05 filler pic x(11) value 'Disposition'.

       01 promoted-title-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(34) value
               'Promoted to Reservations:'.

       01 waiting-title-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(34) value
               'Still Waiting:'.

       01 expired-title-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(34) value
               'Expired or Dropped:'.

       01 print-wait-line-out.
           05 filler               pic x(1) value spaces.
           05 list-cust-out        pic x(6).
           05 filler               pic x(4) value spaces.
           05 list-name-out        pic x(20).
           05 filler               pic x(2) value spaces.
           05 list-date-out        pic 9(8).
           05 filler               pic x(2) value spaces.
           05 list-make-out        pic x(4).
           05 filler               pic x(2) value spaces.
           05 list-disp-out        pic x(28).

       01 print-quote-line-out.
           05 filler               pic x(11) value spaces.
           05 filler               pic x(12) value 'Added:      '.
           05 quote-added-out      pic 9(8).
           05 filler               pic x(3) value spaces.
           05 filler               pic x(7) value 'Quote: '.
           05 quote-amount-out     pic $zzz,zz9.99.
           05 filler               pic x(3) value spaces.
           05 filler               pic x(6) value 'Days: '.
           05 quote-days-out       pic z9.

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(10) value 'Promoted: '.
           05 promoted-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value 'Waiting: '.
           05 waiting-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value 'Expired: '.
           05 expired-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value 'Dropped: '.
           05 dropped-count-out pic zzzz9.

       01 letter-summary-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value 'Letters: '.
           05 filler pic x(9) value 'Confirm: '.
           05 confirm-count-out pic zzzz9.


       procedure division.
       100-main.
           open output file-out.
           open extend letter-file.
           if lt-file-status not = '00'
               open output letter-file
               close letter-file
               open extend letter-file
           end-if.
      *> only a missing file (status 35) gets the create-and-reopen
      *> fallback -- any other failure must not reach OPEN OUTPUT,
      *> which would wipe every reservation on the books
           open i-o reservation.
           if rv-file-status = '35'
               open output reservation
               close reservation
               open i-o reservation
           end-if.
           if rv-file-status not = '00'
               display 'RESERVATION FAILED TO OPEN, STATUS '
                   rv-file-status
               stop run
           end-if.
           open input customer-master.
           if cm-file-status not = '00'
               display 'CUSTOMER-MASTER FAILED TO OPEN, STATUS '
                   cm-file-status
               stop run
           end-if.
           open input vehicle-master.
           if vm-file-status not = '00'
               display 'VEHICLE-MASTER FAILED TO OPEN, STATUS '
                   vm-file-status
               stop run
           end-if.
           open input open-rental.
           if or-file-status not = '00'
               display 'OPEN-RENTAL FAILED TO OPEN, STATUS '
                   or-file-status
               stop run
           end-if.
           open input rate-table.
           if rt-file-status not = '00'
               display 'RATE-TABLE FAILED TO OPEN, STATUS '
                   rt-file-status
               stop run
           end-if.
           open extend demand-log-file.
           if dl-file-status not = '00'
               open output demand-log-file
               close demand-log-file
               open extend demand-log-file
           end-if.
           move spaces to demand-log-record.
           perform 8900-open-exception-log.
           move 'CRWAITLST   ' to excp-this-job.
           perform 8110-open-party-files.
           perform 9800-open-master-journal.
           move 'RESVFILE' to mj-this-file.
           perform 140-load-state-tax-table.
           perform 150-load-availability.

           move 'WAITLIST PROMOTION  ' to banner-job-name.
           move 'WL0001' to banner-batch-id.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 170-load-waitlist.
           perform 200-process
               varying wt-idx from 1 by 1
               until wt-idx > wait-count.
           perform 480-rewrite-waitlist.

           perform 500-print-lists.

           move promoted-count to promoted-count-out.
           move waiting-count to waiting-count-out.
           move expired-count to expired-count-out.
           move dropped-count to dropped-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move confirm-letters-count to confirm-count-out.
           write record-out from letter-summary-out
               after advancing 1 line.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           close letter-file.
           close reservation.
           close customer-master.
           close vehicle-master.
           close open-rental.
           close rate-table.
           close master-journal.
           close demand-log-file.
           close exception-log.
           perform 8190-close-party-files.
           stop run.

      *a missing WAITLIST (nothing ever oversold) is an empty list
       170-load-waitlist.
           open input waitlist-file.
           if wl-file-status = '00'
               perform 175-read-one-waitlist-entry
                   until more-records = 'n'
               close waitlist-file
           end-if.
           move 'y' to more-records.

       175-read-one-waitlist-entry.
           read waitlist-file
               at end
                   move 'n' to more-records
               not at end
                   if wait-count >= 500
                       display 'WAITLIST TABLE FULL, CANNOT CONTINUE'
                       stop run
                   end-if
                   add 1 to wait-count
                   move wl-date-added to wt-date-added (wait-count)
                   move wl-customer-id to wt-customer-id (wait-count)
                   move wl-pickup-date to wt-pickup-date (wait-count)
                   move wl-car-make to wt-car-make (wait-count)
      *            a request waitlisted before the stay length and
      *            state were carried quotes as a one-day rental at
      *            the default tax rate
                   if wl-est-days is numeric
                       move wl-est-days to wt-est-days (wait-count)
                   else
                       move 1 to wt-est-days (wait-count)
                   end-if
                   move wl-state-code to wt-state-code (wait-count)
                   move 'W' to wt-disposition (wait-count)
                   move 0 to wt-quote-amount (wait-count)
                   move spaces to wt-disp-text (wait-count)
           end-read.

       200-process.
           if wt-pickup-date (wt-idx) < banner-run-date-ccyymmdd
               move 'E' to wt-disposition (wt-idx)
               move 'EXPIRED - PICKUP PASSED' to wt-disp-text (wt-idx)
               add 1 to expired-count
               perform 210-log-turned-away
           else
               perform 310-validate-customer
               if not customer-found
                   move 'DROPPED - UNKNOWN CUSTOMER'
                       to wt-disp-text (wt-idx)
                   perform 400-drop-request
               else
               if cm-blocked
                   move 'DROPPED - CUSTOMER BLOCKED'
                       to wt-disp-text (wt-idx)
                   perform 400-drop-request
               else
               perform 315-find-customer-party
               if party-blocked-elsewhere
      *            a do-not-serve block the same person earned in
      *            another business drops the request just the same
                   move 'y' to party-refused-flag
                   move 'DROPPED - PARTY BLOCKED'
                       to wt-disp-text (wt-idx)
                   perform 400-drop-request
               else
                   perform 330-check-availability
                   if units-available not > 0
                       move 'WAITING - MAKE SOLD OUT'
                           to wt-disp-text (wt-idx)
                       add 1 to waiting-count
                   else
                       if party-certified-elsewhere
                           perform 320-log-party-certified
                       end-if
                       perform 300-promote-request
                   end-if
               end-if
               end-if
               end-if
           end-if.

      *a request that never got a car is business turned away;
      *the demand log keeps it for the pricing-demand analysis
       210-log-turned-away.
           move banner-run-date-ccyymmdd to dl-log-date.
           move 'T' to dl-outcome.
           move wt-customer-id (wt-idx) to dl-customer-id.
           move wt-pickup-date (wt-idx) to dl-pickup-date.
           move wt-car-make (wt-idx) to dl-car-make.
           move wt-est-days (wt-idx) to dl-est-days.
           write demand-log-record.
           move spaces to demand-log-record.

       300-promote-request.
           move wt-est-days (wt-idx) to quote-est-days.
           move wt-state-code (wt-idx) to quote-state-code.
           move wt-car-make (wt-idx) to rt-car-make.
           perform 600-price-quote.
           move wt-customer-id (wt-idx) to rv-customer-id.
           move wt-pickup-date (wt-idx) to rv-pickup-date.
           move wt-car-make (wt-idx) to rv-car-make.
           move quote-amount to rv-quote-amount.
           move wt-est-days (wt-idx) to rv-quote-days.
           write reservation-record
               invalid key
                   move 'DROPPED - ALREADY BOOKED'
                       to wt-disp-text (wt-idx)
                   perform 400-drop-request
               not invalid key
                   move 'P' to wt-disposition (wt-idx)
                   move quote-amount to wt-quote-amount (wt-idx)
                   move 'PROMOTED - BOOKED'
                       to wt-disp-text (wt-idx)
                   add 1 to promoted-count
                   move 'A' to mj-action-code
                   move spaces to mj-before-image
                   move spaces to mj-after-image
                   move reservation-record to mj-after-image
                   perform 9850-journal-update
                   perform 700-confirm-letter
           end-write.

      *fleet size and units-out per make, counted once up front;
      *reservations already booked are counted per request because
      *each promotion changes the book
       150-load-availability.
           move low-values to vm-unit-id.
           start vehicle-master key not < vm-unit-id
               invalid key move 'n' to avail-scan-flag
           end-start.
           perform 155-count-one-vehicle
               until avail-scan-flag = 'n'.
           move 'y' to avail-scan-flag.
           move low-values to or-unit-id.
           start open-rental key not < or-unit-id
               invalid key move 'n' to avail-scan-flag
           end-start.
           perform 160-count-one-open-rental
               until avail-scan-flag = 'n'.
           move 'y' to avail-scan-flag.

       155-count-one-vehicle.
           read vehicle-master next record
               at end
                   move 'n' to avail-scan-flag
               not at end
                   if not vm-recall-dnr
                       move vm-car-make to seek-make
                       perform 165-find-make-entry
                       add 1 to mk-fleet-count (mk-idx)
                   end-if
           end-read.

       160-count-one-open-rental.
           read open-rental next record
               at end
                   move 'n' to avail-scan-flag
               not at end
                   perform 162-count-unit-out
           end-read.

      *a do-not-rent recall unit already came off the fleet count,
      *so it isn't counted out as well
       162-count-unit-out.
           move or-unit-id to vm-unit-id.
           read vehicle-master
               invalid key
                   move space to vm-recall-status
           end-read.
           if not vm-recall-dnr
               move or-car-make to seek-make
               perform 165-find-make-entry
               add 1 to mk-out-count (mk-idx)
           end-if.

       165-find-make-entry.
           move 'n' to mk-found-flag.
           perform 166-scan-one-make-entry
               varying mk-idx from 1 by 1
               until mk-idx > make-avail-count or mk-found.
           if mk-found
               move mk-match-idx to mk-idx
           else
               if make-avail-count >= 30
                   display 'MAKE AVAIL TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to make-avail-count
               move make-avail-count to mk-idx
               move seek-make to mk-car-make (mk-idx)
           end-if.

       166-scan-one-make-entry.
           if mk-car-make (mk-idx) = seek-make
               move 'y' to mk-found-flag
               move mk-idx to mk-match-idx
           end-if.

      *availability for the request's make and pickup date: the
      *fleet, minus cars out, minus what is already booked for that
      *date -- crbooking's 330-check-availability, rule for rule
       330-check-availability.
           move wt-car-make (wt-idx) to seek-make.
           perform 165-find-make-entry.
           move 0 to booked-count.
           move low-values to rv-resv-key.
           start reservation key not < rv-resv-key
               invalid key move 'n' to avail-scan-flag
           end-start.
           perform 335-count-one-booking
               until avail-scan-flag = 'n'.
           move 'y' to avail-scan-flag.
           compute units-available =
               mk-fleet-count (mk-idx) - mk-out-count (mk-idx)
               - booked-count.

       335-count-one-booking.
           read reservation next record
               at end
                   move 'n' to avail-scan-flag
               not at end
                   if rv-car-make = wt-car-make (wt-idx)
                       and rv-pickup-date = wt-pickup-date (wt-idx)
                       add 1 to booked-count
                   end-if
           end-read.

       310-validate-customer.
           move wt-customer-id (wt-idx) to cm-customer-id.
           read customer-master
               invalid key
                   move 'n' to customer-found-flag
               not invalid key
                   move 'y' to customer-found-flag
           end-read.

       315-find-customer-party.
           move 'C' to party-member-type.
           move wt-customer-id (wt-idx) to party-member-id.
           perform 8120-find-party.

       320-log-party-certified.
           move 'PTCF' to excp-reason-code.
           move party-exception-text to excp-reason-text.
           perform 410-build-request-image.
           perform 9000-log-exception.

       400-drop-request.
           move 'D' to wt-disposition (wt-idx).
           add 1 to dropped-count.
           if party-refused
               move 'PTBK' to excp-reason-code
               move party-exception-text to excp-reason-text
               move 'n' to party-refused-flag
           else
               move 'WAIT' to excp-reason-code
               move spaces to excp-reason-text
               move wt-disp-text (wt-idx) to excp-reason-text
           end-if.
           perform 410-build-request-image.
           perform 9000-log-exception.

       410-build-request-image.
           move spaces to excp-record-image.
           string wt-customer-id (wt-idx) delimited by size
                  ' '                     delimited by size
                  wt-pickup-date (wt-idx) delimited by size
                  ' '                     delimited by size
                  wt-car-make (wt-idx)    delimited by size
                  into excp-record-image.

      *the holding file is rewritten with only the requests still
      *waiting, in their original order
       480-rewrite-waitlist.
           open output waitlist-file.
           move spaces to waitlist-record.
           perform 490-write-one-waiting
               varying wt-idx from 1 by 1
               until wt-idx > wait-count.
           close waitlist-file.

       490-write-one-waiting.
           if wt-waiting (wt-idx)
               move wt-date-added (wt-idx) to wl-date-added
               move wt-customer-id (wt-idx) to wl-customer-id
               move wt-pickup-date (wt-idx) to wl-pickup-date
               move wt-car-make (wt-idx) to wl-car-make
               move wt-est-days (wt-idx) to wl-est-days
               move wt-state-code (wt-idx) to wl-state-code
               write waitlist-record
           end-if.

      *three passes over the worked table, one per list
       500-print-lists.
           write record-out from promoted-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 510-print-one-promoted
               varying wt-idx from 1 by 1
               until wt-idx > wait-count.

           write record-out from waiting-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 520-print-one-waiting
               varying wt-idx from 1 by 1
               until wt-idx > wait-count.

           write record-out from expired-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 540-print-one-expired
               varying wt-idx from 1 by 1
               until wt-idx > wait-count.

       510-print-one-promoted.
           if wt-promoted (wt-idx)
               perform 530-print-one-wait-line
               move wt-date-added (wt-idx) to quote-added-out
               move wt-quote-amount (wt-idx) to quote-amount-out
               move wt-est-days (wt-idx) to quote-days-out
               write record-out from print-quote-line-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.

       520-print-one-waiting.
           if wt-waiting (wt-idx)
               perform 530-print-one-wait-line
           end-if.

       540-print-one-expired.
           if wt-expired (wt-idx) or wt-dropped (wt-idx)
               perform 530-print-one-wait-line
           end-if.

       530-print-one-wait-line.
           move wt-customer-id (wt-idx) to list-cust-out.
           perform 560-lookup-customer-name.
           move wt-pickup-date (wt-idx) to list-date-out.
           move wt-car-make (wt-idx) to list-make-out.
           move wt-disp-text (wt-idx) to list-disp-out.
           write record-out from print-wait-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       560-lookup-customer-name.
           move wt-customer-id (wt-idx) to cm-customer-id.
           read customer-master
               invalid key
                   move '** NOT ON CUSTMAST**' to list-name-out
               not invalid key
                   move cm-customer-name to list-name-out
           end-read.

       140-load-state-tax-table.
           open input state-tax-table.
           perform 145-read-one-state-tax-entry
               until more-state-tax-recs = 'n'.
           close state-tax-table.

       145-read-one-state-tax-entry.
           read state-tax-table
               at end
                   move 'n' to more-state-tax-recs
               not at end
                   add 1 to state-tax-count
                   move state-tax-table-record
                       to state-tax-entry (state-tax-count)
           end-read.

      *the quote runs crbooking's day-band and weekly-rate
      *arithmetic plus the state's tax; a make missing from RATETAB
      *quotes zero and the counter sees the blank on the pickups
      *list.  rt-car-make is loaded by the caller.
       600-price-quote.
           move 0 to quote-amount.
           read rate-table
               invalid key
                   move 'n' to rate-found-flag
               not invalid key
                   move 'y' to rate-found-flag
           end-read.
           if rate-found
               if (quote-est-days > 6) and (quote-est-days < 12)
                   compute quote-days-charged = quote-est-days - 1
               else
                   if quote-est-days > 12
                       compute quote-days-charged = quote-est-days - 2
                   else
                       move quote-est-days to quote-days-charged
                   end-if
               end-if
               compute quote-daily-charge =
                   rt-per-day-charge * quote-days-charged
               if quote-est-days >= 7
                   divide quote-est-days by 7 giving quote-weeks
                       remainder quote-extra-days
                   compute quote-weekly-charge =
                       (rt-weekly-rate * quote-weeks) +
                       (rt-per-day-charge * quote-extra-days)
                   if quote-weekly-charge < quote-daily-charge
                       move quote-weekly-charge
                           to quote-daily-charge
                   end-if
               end-if
               perform 610-lookup-state-tax
               compute quote-tax =
                   quote-daily-charge * state-tax-rate
               compute quote-amount =
                   quote-daily-charge + quote-tax
           end-if.

       610-lookup-state-tax.
           move 'n' to state-tax-found-flag.
           perform 615-scan-one-state-tax
               varying state-tax-idx from 1 by 1
               until state-tax-idx > state-tax-count
                   or state-tax-found.
           if state-tax-found
               move stt-rate (state-tax-match-idx)
                   to state-tax-rate
           else
               move default-state-tax-rate to state-tax-rate
           end-if.

       615-scan-one-state-tax.
           if stt-state (state-tax-idx) = quote-state-code
               move 'y' to state-tax-found-flag
               move state-tax-idx to state-tax-match-idx
           end-if.

      *the promoted booking in writing, worded as crbooking's
      *confirmation; the reservation record still holds the booking
      *just written
       700-confirm-letter.
           move rv-customer-id to cm-customer-id.
           perform 8500-build-notice-label.
           if customer-found
               add 1 to confirm-letters-count
               perform 8510-print-notice-label
               move 'RESERVATION CONFIRMATION' to letter-title-text
               perform 740-print-letter-title
               move 'A CAR HAS COME FREE FOR YOUR WAITLISTED REQUEST,'
                   to letter-body-text
               perform 745-print-letter-body
               move 'AND IT IS NOW BOOKED.  THE PRICE BELOW IS YOUR'
                   to letter-body-text
               perform 745-print-letter-body
               move 'QUOTE FOR THE DAYS SHOWN, TAX INCLUDED; MILEAGE'
                   to letter-body-text
               perform 745-print-letter-body
               move 'AND FUEL ARE BILLED WHEN THE CAR RETURNS.'
                   to letter-body-text
               perform 745-print-letter-body
               perform 750-print-resv-lines
           end-if.

       740-print-letter-title.
           write letter-out from letter-title-out
               after advancing 3 lines.

       745-print-letter-body.
           write letter-out from letter-body-out
               after advancing 1 line.

       750-print-resv-lines.
           move rv-pickup-date to letter-date-out.
           move rv-car-make to letter-make-out.
           move rv-quote-days to letter-days-out.
           write letter-out from letter-resv-out
               after advancing 2 lines.
           move 'Quoted Price:       ' to letter-amount-label.
           move rv-quote-amount to letter-amount.
           perform 760-print-letter-amount.

       760-print-letter-amount.
           write letter-out from letter-amount-out
               after advancing 1 line.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy JRNLPR.

       copy NAMESPLP.

       copy ADDRSTDP.

       copy PRTYPR.

       copy NOTICEP replacing ==NOTICE-RECORD== by ==letter-out==.

       end program crwaitlst.
