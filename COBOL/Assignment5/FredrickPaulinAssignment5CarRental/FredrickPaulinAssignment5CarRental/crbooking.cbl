      *requests land on the WAITLIST holding file and are counted
      *on the report, so the counter stops turning away customers
      *holding confirmed bookings for cars that don't exist.
      *The waitlist row carries the request's estimated days and
      *rental state as well, so crwaitlst.cbl can price the binding
      *quote when it promotes the request onto the book once a car
      *frees up.
      *Every applied booking or cancellation journals its
      *before/after image to the shared master-file journal.
      *
      *Units VEHMAST carries under an open do-not-rent recall
      *(crrecall.cbl) are left out of the fleet count, and out of
      *the units-out count when one is still out, so the book is
      *never filled with cars that can't leave the lot.
      *
      *A reservation can be prepaid: an 'R' carrying a deposit
      *amount that is booked (a waitlisted one has the deposit
      *refused, see below) holds the deposit on
      *the RESVDEP liability file, keyed like RESVFILE, and posts
      *cash against customer deposits on JRNLFILE (appended, so
      *this job runs after the billing run has started the night's
      *file).  The billing run applies the deposit against the
      *return bill.  A no-show
      *forfeits the deposit against the no-show fee -- only a fee
      *the deposit doesn't cover is staged on NOSHOWCH, and any
      *deposit left over goes back to the customer.  A cancellation
      *at least refund-window-days ahead of the pickup date stages
      *the deposit as a refund (a CRCREDIT credit plus a REFREQ
      *request, so crrefund.cbl pays it back that night); a later
      *cancellation forfeits it.  A reservation whose customer
      *already has that make out on OPENRENT since the pickup date
      *was claimed, not missed, and is left on the book for the
      *return instead of being charged as a no-show.
      *
      *Every waitlisted request is also appended to the DEMANDLG
      *demand log, which (unlike WAITLIST) is never rewritten, so
      *crdemand.cbl can weigh a year of sold-out demand when it
      *proposes the pricing calendar.
      *
      *The customer now gets the booking in writing.  RESVLTRS
      *carries one letter per event, each on its own page under
      *the shared NOTICE mailing label crnotices.cbl prints, with
      *the name normalized and the address standardized: a
      *confirmation for every booked reservation (pickup date,
      *make, the quoted days and the binding quote, and any
      *deposit paid), a pickup reminder reminder-days-ahead
      *calendar days before the pickup date, an acknowledgement
      *for every cancellation (with the deposit refunded or
      *forfeited), and a notice for every no-show fee (the fee,
      *what the deposit paid of it, what goes on the account and
      *what deposit comes back).
      *
      *A customer linked on the shared party master
      *(partymatch.cbl) to someone another business has blocked
      *-- a sanctioned claimant or shipping principal -- is
      *refused a booking like one on our own do-not-rent list,
      *to the report and the exception log (PTBK).  One the
      *apartments hold to certified funds only is booked, and
      *the flag goes to the exception log (PTCF) for the counter.
      *
      *A deposit is only ever taken on a booking.  An 'R' that
      *carries a deposit but lands on the waitlist shows
      *'WAITLISTED - DEPOSIT NOT TAKEN' on the activity line so
      *the counter hands the money back, and the transaction goes
      *to the exception log (WDEP); the waitlist holds no money.
      *
      *The reminder lead time and the deposit refund window are
      *read from PARMMAST (CRBOOKING / REMINDER-DAYS and
      *REFUND-WINDOW-DAYS) at start-up through the shared PARM
      *copybooks; the values in force print under the banner.
       identification division.
       program-id. crbooking.
       environment division.
                 organization is line sequential.
           select file-out assign to printer, "con".

      *> the customer letters, printed apart from the counter lists
           select letter-file assign to printer, "RESVLTRS".

           select reservation assign to "RESVFILE"
                 organization is indexed
                 access mode is dynamic
                 organization is line sequential
                 file status is wl-file-status.

      *> every request the fleet couldn't fill, kept across runs
      *> for the pricing-demand analysis
           select demand-log-file assign to "DEMANDLG"
                 organization is line sequential
                 file status is dl-file-status.

      *> chargeable no-show fees staged for the nightly billing
      *> run, which consumes and clears the file
           select noshow-charge-file assign to "NOSHOWCH"
           select state-tax-table assign to "STATETAX"
                 organization is line sequential.

      *> prepaid deposits held against reservations, keyed like
      *> RESVFILE; the billing run applies and deletes them
           select reservation-deposit assign to "RESVDEP"
                 organization is indexed
                 access mode is dynamic
                 record key is dp-resv-key
                 file status is dp-file-status.

      *> deposits going back to the customer are staged the way
      *> crpayments.cbl carries an overpayment, with a refund
      *> request so crrefund.cbl pays them back the same night
           select optional credit-file assign to "CRCREDIT"
                 organization is line sequential
                 file status is cc-file-status.

           select optional request-file assign to "REFREQ"
                 organization is line sequential
                 file status is rq-file-status.

      *> deposit entries appended to the night's journal file
           select journal-file assign to "JRNLFILE"
                 organization is line sequential
                 file status is jr-file-status.

           copy JRNLSEL.

           copy EXCPSEL.

           copy PERDSEL.

           copy PRTYSEL.

           copy RPTSEL.

           copy PARMSEL.

       data division.
       file section.
           05 bk-car-make          pic x(4).
           05 bk-est-days          pic 99.
           05 bk-state-code        pic x(2).
      *    blank on a booking with nothing paid up front
           05 bk-deposit           pic x(7).
           05 bk-deposit-num redefines bk-deposit pic 9(5)v99.

       fd file-out label records are omitted.
       01 record-out pic x(80).

       fd letter-file label records are omitted.
       01 letter-out pic x(80).

       fd reservation label records are standard.
       01 reservation-record.
           05 rv-resv-key.
           05 cm-block-status      pic x.
               88 cm-blocked           value 'B'.
           05 cm-block-reason      pic x(4).
           05 cm-license-no        pic x(15).
           05 cm-license-state     pic x(2).
           05 cm-license-expiry    pic 9(8).
           05 cm-birth-date        pic 9(8).

       fd vehicle-master label records are standard.
       01 vehicle-master-record.
           05 vm-in-service-date    pic 9(8).
           05 vm-expected-life-mm   pic 9(3).
           05 vm-home-branch        pic x(3).
           05 vm-recall-status      pic x.
               88 vm-recall-open        value 'O' 'D'.
               88 vm-recall-dnr         value 'D'.
           05 vm-recall-campaign    pic x(8).

       fd open-rental label records are standard.
       01 open-rental-record.
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

       fd waitlist-file label records are omitted.
       01 waitlist-record.
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

       fd noshow-charge-file label records are omitted.
       01 noshow-charge-record.
           05 stt-state-code        pic x(2).
           05 stt-tax-rate          pic v9999.

       fd reservation-deposit label records are standard.
       01 reservation-deposit-record.
           05 dp-resv-key.
               10 dp-customer-id    pic x(6).
               10 dp-pickup-date    pic 9(8).
           05 dp-car-make           pic x(4).
           05 dp-deposit-amount     pic 9(5)v99.
           05 dp-date-taken         pic 9(8).

       fd credit-file label records are omitted.
       01 credit-record.
           05 cc-customer-id        pic x(6).
           05 cc-customer-name      pic x(20).
           05 cc-credit-date        pic 9(8).
           05 cc-amount             pic 9(8)v99.

       fd request-file label records are omitted.
       01 request-record.
           05 rq-customer-id        pic x(6).

       fd journal-file label records are omitted.
       01 journal-record.
           05 jr-run-date           pic 9(8).
           05 filler                pic x value space.
           05 jr-account            pic x(4).
           05 filler                pic x value space.
           05 jr-account-desc       pic x(20).
           05 filler                pic x value space.
           05 jr-dr-cr              pic x(2).
           05 filler                pic x value space.
           05 jr-amount             pic 9(9)v99.
           05 filler                pic x value space.
           05 jr-period             pic 9(6).

       copy JRNLFD.

       copy EXCPFD.

       copy PERDFD.

       copy PRTYFD.

       copy RPTFD.

       copy PARMFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 rv-file-status pic xx.
       01 cm-file-status pic xx.

       01 bookings-applied-count pic 9(5) value 0.
       01 bookings-rejected-count pic 9(5) value 0.
       01 vm-file-status pic xx.
       01 or-file-status pic xx.
       01 wl-file-status pic xx.
       01 dl-file-status pic xx.
       01 make-avail-table.
           05 make-avail-entry occurs 30 times.
               10 mk-car-make       pic x(4).
       01 quote-tax pic 9(5)v99 value 0.
       01 quote-amount pic 9(7)v99 value 0.

      *prepaid deposits: a cancellation this many days (30/360)
      *or more ahead of the pickup date gets the deposit back (a
      *shop parameter, compiled-in value first)
       01 dp-file-status pic xx.
       01 cc-file-status pic xx.
       01 rq-file-status pic xx.
       01 jr-file-status pic xx.
       01 refund-window-days pic 9(3) value 2.
       01 days-to-pickup pic s9(5) value 0.
       01 deposit-found-flag pic x value 'n'.
           88 deposit-found value 'y'.
       01 deposit-forfeit pic 9(5)v99 value 0.
       01 deposit-refund pic 9(5)v99 value 0.
       01 fee-uncovered pic 9(4)v99 value 0.
       01 deposits-taken-count pic 9(5) value 0.
       01 run-deposits-taken pic 9(9)v99 value 0.
       01 run-deposits-forfeited pic 9(9)v99 value 0.
       01 run-deposits-refunded pic 9(9)v99 value 0.
       01 run-debits-total pic 9(11)v99 value 0.
       01 run-credits-total pic 9(11)v99 value 0.
       01 pickup-date-split.
           05 pickup-yyyy pic 9(4).
           05 pickup-mm   pic 9(2).
           05 pickup-dd   pic 9(2).

      *a reservation is claimed when its customer has the make out
      *on OPENRENT since the pickup date
       01 claimed-flag pic x value 'n'.
           88 resv-claimed value 'y'.
       01 claim-scan-flag pic x value 'y'.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy JRNLWS.
       copy PERDWS.
       copy NAMESPLW.
       copy ADDRSTDW.
       copy NOTICEW.
       copy PRTYWS.
       copy PARMWS.

      *customer letters: the reminder goes out this many calendar
      *days ahead of the pickup date, on the run whose date lands
      *exactly there (a shop parameter, compiled-in value first)
       01 reminder-days-ahead pic 99 value 3.
       01 reminder-date.
           05 reminder-yyyy pic 9(4).
           05 reminder-mm   pic 9(2).
           05 reminder-dd   pic 9(2).
       01 reminder-date-num redefines reminder-date pic 9(8).
       01 month-length-values pic x(24)
               value '312831303130313130313031'.
       01 month-length-table redefines month-length-values.
           05 month-length occurs 12 times pic 99.
       01 days-this-month pic 99 value 0.
       01 leap-quotient pic 9(4) value 0.
       01 leap-rem-4 pic 9(4) value 0.
       01 leap-rem-100 pic 9(4) value 0.
       01 leap-rem-400 pic 9(4) value 0.
       01 confirm-deposit pic 9(5)v99 value 0.
       01 confirm-letters-count pic 9(5) value 0.
       01 reminder-letters-count pic 9(5) value 0.
       01 cancel-letters-count pic 9(5) value 0.
       01 noshow-letters-count pic 9(5) value 0.

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
           05 filler pic x(12) value 'Waitlisted: '.
           05 waitlisted-count-out pic zzzz9.

       01 letter-summary-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value 'Letters: '.
           05 filler pic x(9) value 'Confirm: '.
           05 confirm-count-out pic zzzz9.
           05 filler pic x(2) value spaces.
           05 filler pic x(8) value 'Remind: '.
           05 reminder-count-out pic zzzz9.
           05 filler pic x(2) value spaces.
           05 filler pic x(8) value 'Cancel: '.
           05 cancel-count-out pic zzzz9.
           05 filler pic x(2) value spaces.
           05 filler pic x(9) value 'No-Show: '.
           05 noshow-letter-count-out pic zzzz9.

       01 deposit-summary-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(10) value 'Deposits: '.
           05 dep-taken-count-out pic zzzz9.
           05 filler pic x(2) value spaces.
           05 dep-taken-out pic $zzz,zz9.99.
           05 filler pic x(2) value spaces.
           05 filler pic x(11) value 'Forfeited: '.
           05 dep-forfeit-out pic $zzz,zz9.99.
           05 filler pic x(2) value spaces.
           05 filler pic x(10) value 'Refunded: '.
           05 dep-refund-out pic $zzz,zz9.99.

       01 posting-title-out.
           05 filler                pic x(28) value spaces.
           05 filler                pic x(22) value
               'Journal Posting Totals'.

       01 posting-line-out.
           05 filler                pic x(1) value spaces.
           05 filler                pic x(8) value 'Debits: '.
           05 posting-debits-out    pic $zzz,zzz,zz9.99.
           05 filler                pic x(4) value spaces.
           05 filler                pic x(9) value 'Credits: '.
           05 posting-credits-out   pic $zzz,zzz,zz9.99.
           05 filler                pic x(2) value spaces.
           05 posting-balance-out   pic x(16).


       procedure division.
       100-main.
           open input tran-file.
           open output file-out.
           perform 050-load-parameters.
           open output letter-file.
      *> only a missing file (status 35) gets the create-and-reopen
      *> fallback -- any other failure must not reach OPEN OUTPUT,
      *> which would wipe every reservation on the books
               open extend waitlist-file
           end-if.
           move spaces to waitlist-record.
           open extend demand-log-file.
           if dl-file-status not = '00'
               open output demand-log-file
               close demand-log-file
               open extend demand-log-file
           end-if.
           move spaces to demand-log-record.
           open extend noshow-charge-file.
           if ns-file-status not = '00'
               open output noshow-charge-file
           move spaces to noshow-charge-record.
           perform 8900-open-exception-log.
           move 'CRBOOKING   ' to excp-this-job.
           perform 8110-open-party-files.
           open input rate-table.
           if rt-file-status not = '00'
               display 'RATE-TABLE FAILED TO OPEN, STATUS '
           end-if.
           perform 9800-open-master-journal.
           move 'RESVFILE' to mj-this-file.
      *> the deposit liability is money held for customers; only a
      *> missing file gets the create-and-reopen fallback
           open i-o reservation-deposit.
           if dp-file-status = '35'
               open output reservation-deposit
               close reservation-deposit
               open i-o reservation-deposit
           end-if.
           if dp-file-status not = '00'
               display 'RESERVATION-DEPOSIT FAILED TO OPEN, STATUS '
                   dp-file-status
               stop run
           end-if.
           open extend credit-file.
           if cc-file-status not = '00'
               open output credit-file
               close credit-file
               open extend credit-file
           end-if.
           move spaces to credit-record.
           open extend request-file.
           if rq-file-status not = '00'
               open output request-file
               close request-file
               open extend request-file
           end-if.
           move spaces to request-record.
           open extend journal-file.
           if jr-file-status not = '00'
               open output journal-file
               close journal-file
               open extend journal-file
           end-if.
           move spaces to journal-record.
           perform 140-load-state-tax-table.
           perform 150-load-availability.
           perform 190-set-reminder-date.

           move 'RESERVATION BOOKING ' to banner-job-name.
           move 'BK0001' to banner-batch-id.
           perform 8000-print-banner-page.
           perform 8650-print-parameters.

      *        no deposit posts into a closed accounting period
           perform 8700-load-periods.
           move banner-run-date-ccyymmdd to perd-check-date.
           perform 8710-find-open-period.
           if not perd-period-ok
               display 'POSTING REFUSED: ' perd-refusal-text
               move 8 to return-code
               stop run
           end-if.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           read tran-file at end move 'n' to more-records.
           move bookings-waitlisted-count to waitlisted-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move deposits-taken-count to dep-taken-count-out.
           move run-deposits-taken to dep-taken-out.
           move run-deposits-forfeited to dep-forfeit-out.
           move run-deposits-refunded to dep-refund-out.
           write record-out from deposit-summary-out
               after advancing 1 line.
           perform 8020-capture-line.
           move confirm-letters-count to confirm-count-out.
           move reminder-letters-count to reminder-count-out.
           move cancel-letters-count to cancel-count-out.
           move noshow-letters-count to noshow-letter-count-out.
           write record-out from letter-summary-out
               after advancing 1 line.
           perform 8020-capture-line.

           perform 900-write-journal.

           close tran-file.
           close file-out.
           perform 8030-close-report-capture.
           close letter-file.
           close reservation.
           close customer-master.
           close vehicle-master.
           close open-rental.
           close waitlist-file.
           close demand-log-file.
           close noshow-charge-file.
           close rate-table.
           close master-journal.
           close reservation-deposit.
           close credit-file.
           close request-file.
           close journal-file.
           close exception-log.
           perform 8190-close-party-files.
           stop run.

       050-load-parameters.
           perform 8600-open-parameters.
           move 'CRBOOKING ' to parm-lookup-program.
           move 'REMINDER-DAYS' to parm-lookup-name.
           move reminder-days-ahead to parm-value.
           perform 8610-get-parameter.
           move parm-value to reminder-days-ahead.
           move 'REFUND-WINDOW-DAYS' to parm-lookup-name.
           move refund-window-days to parm-value.
           perform 8610-get-parameter.
           move parm-value to refund-window-days.
           perform 8690-close-parameters.

       200-process.
           evaluate true
               when bk-reserve
               move tran-record to excp-record-image
               perform 9000-log-exception
           else
           perform 315-find-customer-party
           if party-blocked-elsewhere
      *        a do-not-serve block the same person earned in
      *        another business stops the booking just the same
               move 'REJECTED - PARTY BLOCKED' to activity-disp-out
               perform 250-print-activity-line
               add 1 to bookings-rejected-count
               move 'PTBK' to excp-reason-code
               move party-exception-text to excp-reason-text
               move tran-record to excp-record-image
               perform 9000-log-exception
           else
               if party-certified-elsewhere
                   move 'PTCF' to excp-reason-code
                   move party-exception-text to excp-reason-text
                   move tran-record to excp-record-image
                   perform 9000-log-exception
               end-if
               perform 330-check-availability
               if units-available not > 0
                   perform 340-waitlist-booking
                       not invalid key
                           move 'APPLIED - BOOKED'
                               to activity-disp-out
                           move 'A' to mj-action-code
                           move spaces to mj-before-image
                           move spaces to mj-after-image
                           move reservation-record
                               to mj-after-image
                           perform 9850-journal-update
                           move 0 to confirm-deposit
                           if bk-deposit-num is numeric
                               and bk-deposit-num > 0
                               perform 320-take-deposit
                           end-if
                           perform 700-confirm-letter
                           perform 250-print-activity-line
                           add 1 to bookings-applied-count
                   end-write
               end-if
           end-if
           end-if
           end-if.

      *fleet size and units-out per make, counted once up front;
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
                   end-if
           end-read.

      *the deposit is held against the reservation just booked;
      *the cash comes in against customer deposits
       320-take-deposit.
           move bk-customer-id to dp-customer-id.
           move bk-pickup-date to dp-pickup-date.
           move bk-car-make to dp-car-make.
           move bk-deposit-num to dp-deposit-amount.
           move banner-run-date-ccyymmdd to dp-date-taken.
           write reservation-deposit-record
               invalid key
                   move 'DEPX' to excp-reason-code
                   move 'deposit already held for this booking'
                       to excp-reason-text
                   move tran-record to excp-record-image
                   perform 9000-log-exception
               not invalid key
                   move 'APPLIED - BOOKED, DEPOSIT'
                       to activity-disp-out
                   add 1 to deposits-taken-count
                   add dp-deposit-amount to run-deposits-taken
                   move dp-deposit-amount to confirm-deposit
                   move 'RESVDEP ' to mj-this-file
                   move 'A' to mj-action-code
                   move spaces to mj-before-image
                   move spaces to mj-after-image
                   move reservation-deposit-record to mj-after-image
                   perform 9850-journal-update
                   move 'RESVFILE' to mj-this-file
           end-write.

       340-waitlist-booking.
           move banner-run-date-ccyymmdd to wl-date-added.
           move bk-customer-id to wl-customer-id.
           move bk-pickup-date to wl-pickup-date.
           move bk-car-make to wl-car-make.
           move bk-est-days to wl-est-days.
           move bk-state-code to wl-state-code.
           write waitlist-record.
           move spaces to waitlist-record.
           add 1 to bookings-waitlisted-count.
           move banner-run-date-ccyymmdd to dl-log-date.
           move 'W' to dl-outcome.
           move bk-customer-id to dl-customer-id.
           move bk-pickup-date to dl-pickup-date.
           move bk-car-make to dl-car-make.
           move bk-est-days to dl-est-days.
           write demand-log-record.
           move spaces to demand-log-record.
           move 'WAITLISTED - MAKE SOLD OUT'
               to activity-disp-out.
      *    the waitlist holds no money: a deposit offered with the
      *    request goes back across the counter
           if bk-deposit-num is numeric and bk-deposit-num > 0
               move 'WAITLISTED - DEPOSIT NOT TAKEN'
                   to activity-disp-out
               move 'WDEP' to excp-reason-code
               move 'deposit refused - request waitlisted'
                   to excp-reason-text
               move tran-record to excp-record-image
               perform 9000-log-exception
           end-if.
           perform 250-print-activity-line.

       310-validate-customer.
                   move 'y' to customer-found-flag
           end-read.

       315-find-customer-party.
           move 'C' to party-member-type.
           move bk-customer-id to party-member-id.
           perform 8120-find-party.

      *    the record is read first so the journal carries the
      *    booking as it stood before the delete
       350-apply-cancellation.
                   delete reservation
                   perform 9850-journal-update
                   move 'APPLIED - CANCELLED' to activity-disp-out
                   perform 360-release-cancel-deposit
                   perform 720-cancel-letter
                   perform 250-print-activity-line
                   add 1 to bookings-applied-count
           end-read.

      *a cancellation far enough ahead of the pickup date gets the
      *deposit back; a later one forfeits it
       360-release-cancel-deposit.
           perform 370-read-deposit.
           if deposit-found
               move bk-pickup-date to pickup-date-split
               compute days-to-pickup =
                   ((pickup-yyyy - banner-run-yyyy) * 360)
                   + ((pickup-mm - banner-run-mm) * 30)
                   + (pickup-dd - banner-run-dd)
               if days-to-pickup >= refund-window-days
                   move 0 to deposit-forfeit
                   move dp-deposit-amount to deposit-refund
                   move 'APPLIED - CANCELLED, REFUND'
                       to activity-disp-out
               else
                   move dp-deposit-amount to deposit-forfeit
                   move 0 to deposit-refund
                   move 'APPLIED - CANCELLED, FORFEIT'
                       to activity-disp-out
               end-if
               perform 380-settle-deposit
           end-if.

       370-read-deposit.
           move rv-customer-id to dp-customer-id.
           move rv-pickup-date to dp-pickup-date.
           read reservation-deposit
               invalid key
                   move 'n' to deposit-found-flag
               not invalid key
                   move 'y' to deposit-found-flag
           end-read.

      *the forfeited part is earned; the refunded part is staged
      *as the customer's credit with a refund request behind it;
      *either way the deposit comes off the liability file
       380-settle-deposit.
           add deposit-forfeit to run-deposits-forfeited.
           if deposit-refund > 0
               move dp-customer-id to cc-customer-id
               move dp-customer-id to cm-customer-id
               read customer-master
                   invalid key
                       move all '?' to cm-customer-name
               end-read
               move cm-customer-name to cc-customer-name
               move banner-run-date-ccyymmdd to cc-credit-date
               move deposit-refund to cc-amount
               write credit-record
               move spaces to credit-record
               move dp-customer-id to rq-customer-id
               write request-record
               move spaces to request-record
               add deposit-refund to run-deposits-refunded
           end-if.
           move 'RESVDEP ' to mj-this-file.
           move 'D' to mj-action-code.
           move spaces to mj-before-image.
           move reservation-deposit-record to mj-before-image.
           move spaces to mj-after-image.
           delete reservation-deposit.
           perform 9850-journal-update.
           move 'RESVFILE' to mj-this-file.

       400-reject-booking.
           perform 250-print-activity-line.
           add 1 to bookings-rejected-count.
           move bk-car-make    to activity-make-out.
           write record-out from print-activity-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *one sequential pass over the whole book: pickup today goes on
       500-print-daily-lists.
           write record-out from pickup-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 510-scan-reservations.

           write record-out from noshow-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'y' to more-records.
           perform 540-scan-no-shows.
                       add 1 to expected-today-count
                       perform 530-print-one-resv-line
                   end-if
                   if reminder-days-ahead > 0
                       and rv-pickup-date = reminder-date-num
                       perform 710-reminder-letter
                   end-if
           end-read.

       540-scan-no-shows.
                   move 'n' to more-records
               not at end
                   if rv-pickup-date < banner-run-date-ccyymmdd
                       perform 555-check-claimed
                       if not resv-claimed
                           add 1 to no-show-count
                           perform 530-print-one-resv-line
                           perform 570-charge-one-no-show
                       end-if
                   end-if
           end-read.

      *a reservation its customer picked up isn't a no-show -- it
      *stays on the book, with any deposit, for the return bill
       555-check-claimed.
           move 'n' to claimed-flag.
           move 'y' to claim-scan-flag.
           move low-values to or-unit-id.
           start open-rental key not < or-unit-id
               invalid key move 'n' to claim-scan-flag
           end-start.
           perform 556-scan-one-claim
               until claim-scan-flag = 'n' or resv-claimed.

       556-scan-one-claim.
           read open-rental next record
               at end
                   move 'n' to claim-scan-flag
               not at end
                   if or-customer-id = rv-customer-id
                       and or-car-make = rv-car-make
                       and or-checkout-date >= rv-pickup-date
                       move 'y' to claimed-flag
                   end-if
           end-read.

      *billing run and comes off the book, before-image journaled
      *like any other retirement
       570-charge-one-no-show.
           move noshow-fee-amount to fee-uncovered.
           perform 370-read-deposit.
           if deposit-found
               perform 575-forfeit-noshow-deposit
           end-if.
           if fee-uncovered > 0
               move rv-customer-id to ns-customer-id
               move rv-car-make to ns-car-make
               move rv-pickup-date to ns-pickup-date
               move fee-uncovered to ns-fee-amount
               write noshow-charge-record
               move spaces to noshow-charge-record
               add 1 to noshow-fees-charged
           end-if.
           perform 730-noshow-letter.
           move 'D' to mj-action-code.
           move spaces to mj-before-image.
           move reservation-record to mj-before-image.
           delete reservation.
           perform 9850-journal-update.

      *the deposit pays the no-show fee first; only a fee it
      *doesn't cover goes on to billing, and what it doesn't need
      *goes back to the customer
       575-forfeit-noshow-deposit.
           if dp-deposit-amount > noshow-fee-amount
               move noshow-fee-amount to deposit-forfeit
               compute deposit-refund =
                   dp-deposit-amount - noshow-fee-amount
               move 0 to fee-uncovered
           else
               move dp-deposit-amount to deposit-forfeit
               move 0 to deposit-refund
               compute fee-uncovered =
                   noshow-fee-amount - dp-deposit-amount
           end-if.
           perform 380-settle-deposit.

       530-print-one-resv-line.
           move rv-customer-id to list-cust-out.
           perform 560-lookup-customer-name.
           move rv-quote-amount to list-quote-out.
           write record-out from print-resv-list-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       140-load-state-tax-table.
                   move cm-customer-name to list-name-out
           end-read.

      *the pickup date a reminder goes out for today: the run date
      *stepped forward reminder-days-ahead calendar days
       190-set-reminder-date.
           move banner-run-date-ccyymmdd to reminder-date.
           perform 195-advance-reminder-date reminder-days-ahead times.

       195-advance-reminder-date.
           move month-length (reminder-mm) to days-this-month.
           if reminder-mm = 2
               divide reminder-yyyy by 4
                   giving leap-quotient remainder leap-rem-4
               divide reminder-yyyy by 100
                   giving leap-quotient remainder leap-rem-100
               divide reminder-yyyy by 400
                   giving leap-quotient remainder leap-rem-400
               if leap-rem-4 = 0
                   and (leap-rem-100 not = 0 or leap-rem-400 = 0)
                   move 29 to days-this-month
               end-if
           end-if.
           add 1 to reminder-dd.
           if reminder-dd > days-this-month
               move 1 to reminder-dd
               add 1 to reminder-mm
               if reminder-mm > 12
                   move 1 to reminder-mm
                   add 1 to reminder-yyyy
               end-if
           end-if.

      *the booking in writing, with the binding quote the billing
      *run measures the final bill against
       700-confirm-letter.
           move rv-customer-id to cm-customer-id.
           perform 8500-build-notice-label.
           if customer-found
               add 1 to confirm-letters-count
               perform 8510-print-notice-label
               move 'RESERVATION CONFIRMATION' to letter-title-text
               perform 740-print-letter-title
               move 'THANK YOU FOR YOUR RESERVATION.  THE PRICE BELOW'
                   to letter-body-text
               perform 745-print-letter-body
               move 'IS YOUR QUOTE FOR THE DAYS SHOWN, TAX INCLUDED;'
                   to letter-body-text
               perform 745-print-letter-body
               move 'MILEAGE AND FUEL ARE BILLED WHEN THE CAR RETURNS.'
                   to letter-body-text
               perform 745-print-letter-body
               perform 750-print-resv-lines
               if confirm-deposit > 0
                   move 'Deposit Paid:       ' to letter-amount-label
                   move confirm-deposit to letter-amount
                   perform 760-print-letter-amount
               end-if
           end-if.

       710-reminder-letter.
           move rv-customer-id to cm-customer-id.
           perform 8500-build-notice-label.
           if customer-found
               add 1 to reminder-letters-count
               perform 8510-print-notice-label
               move 'PICKUP REMINDER' to letter-title-text
               perform 740-print-letter-title
               move 'YOUR RESERVATION BELOW IS COMING UP.  PLEASE'
                   to letter-body-text
               perform 745-print-letter-body
               move 'BRING YOUR DRIVER LICENSE TO THE COUNTER.'
                   to letter-body-text
               perform 745-print-letter-body
               perform 750-print-resv-lines
           end-if.

      *the reservation record still holds the booking just deleted
       720-cancel-letter.
           move rv-customer-id to cm-customer-id.
           perform 8500-build-notice-label.
           if customer-found
               add 1 to cancel-letters-count
               perform 8510-print-notice-label
               move 'CANCELLATION ACKNOWLEDGEMENT' to letter-title-text
               perform 740-print-letter-title
               move 'YOUR RESERVATION BELOW HAS BEEN CANCELLED AS'
                   to letter-body-text
               perform 745-print-letter-body
               move 'YOU REQUESTED.'
                   to letter-body-text
               perform 745-print-letter-body
               perform 750-print-resv-lines
               if deposit-found
                   if deposit-refund > 0
                       move 'Deposit Refunded:   '
                           to letter-amount-label
                       move deposit-refund to letter-amount
                   else
                       move 'Deposit Forfeited:  '
                           to letter-amount-label
                       move deposit-forfeit to letter-amount
                   end-if
                   perform 760-print-letter-amount
               end-if
           end-if.

      *the fee, what the deposit covered, what goes on the account
      *and what deposit is coming back
       730-noshow-letter.
           move rv-customer-id to cm-customer-id.
           perform 8500-build-notice-label.
           if customer-found
               add 1 to noshow-letters-count
               perform 8510-print-notice-label
               move 'NO-SHOW NOTICE' to letter-title-text
               perform 740-print-letter-title
               move 'THE RESERVATION BELOW WAS NOT PICKED UP, AND THE'
                   to letter-body-text
               perform 745-print-letter-body
               move 'NO-SHOW FEE SHOWN HAS BEEN CHARGED.'
                   to letter-body-text
               perform 745-print-letter-body
               perform 750-print-resv-lines
               move 'No-Show Fee:        ' to letter-amount-label
               move noshow-fee-amount to letter-amount
               perform 760-print-letter-amount
               if deposit-found
                   move 'Paid From Deposit:  ' to letter-amount-label
                   move deposit-forfeit to letter-amount
                   perform 760-print-letter-amount
               end-if
               move 'Billed To Account:  ' to letter-amount-label
               move fee-uncovered to letter-amount
               perform 760-print-letter-amount
               if deposit-found and deposit-refund > 0
                   move 'Deposit Refunded:   ' to letter-amount-label
                   move deposit-refund to letter-amount
                   perform 760-print-letter-amount
               end-if
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

      *deposits taken come in as cash against customer deposits;
      *forfeits earn no-show income and refunds move to customer
      *credits payable for the refund run to pay out
       900-write-journal.
           if run-deposits-taken > 0
               move '1000' to jr-account
               move 'CASH                ' to jr-account-desc
               move 'DR' to jr-dr-cr
               move run-deposits-taken to jr-amount
               perform 925-write-one-journal-line
               move '2950' to jr-account
               move 'CUSTOMER DEPOSITS   ' to jr-account-desc
               move 'CR' to jr-dr-cr
               move run-deposits-taken to jr-amount
               perform 925-write-one-journal-line
           end-if.
           if run-deposits-forfeited > 0
               move '2950' to jr-account
               move 'CUSTOMER DEPOSITS   ' to jr-account-desc
               move 'DR' to jr-dr-cr
               move run-deposits-forfeited to jr-amount
               perform 925-write-one-journal-line
               move '4600' to jr-account
               move 'NO-SHOW FEE INCOME  ' to jr-account-desc
               move 'CR' to jr-dr-cr
               move run-deposits-forfeited to jr-amount
               perform 925-write-one-journal-line
           end-if.
           if run-deposits-refunded > 0
               move '2950' to jr-account
               move 'CUSTOMER DEPOSITS   ' to jr-account-desc
               move 'DR' to jr-dr-cr
               move run-deposits-refunded to jr-amount
               perform 925-write-one-journal-line
               move '2900' to jr-account
               move 'CUSTOMER CREDITS PAY' to jr-account-desc
               move 'CR' to jr-dr-cr
               move run-deposits-refunded to jr-amount
               perform 925-write-one-journal-line
           end-if.

           move run-debits-total to posting-debits-out.
           move run-credits-total to posting-credits-out.
           if run-debits-total = run-credits-total
               move 'IN BALANCE      ' to posting-balance-out
           else
               move '** OUT OF BAL **' to posting-balance-out
           end-if.
           write record-out from posting-title-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from posting-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

       925-write-one-journal-line.
           move banner-run-date-ccyymmdd to jr-run-date.
           move perd-open-period to jr-period.
           if jr-dr-cr = 'DR'
               add jr-amount to run-debits-total
           else
               add jr-amount to run-credits-total
           end-if.
           write journal-record.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy JRNLPR.

       copy PERDPR.

       copy NAMESPLP.

       copy ADDRSTDP.

       copy PRTYPR.

       copy PARMPR.

       copy NOTICEP replacing ==NOTICE-RECORD== by ==letter-out==.

       end program crbooking.
