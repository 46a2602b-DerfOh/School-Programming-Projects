      *>   the billing detail for the statement job, and coverage
      *>   revenue credits its own account on the journal so
      *>   accounting stops journaling it by hand.
      *> the billing detail now carries the rental's check-out date
      *>   (from the unit's OPENRENT record) and return date, and
      *>   every billed rental is also appended to a BILLHIST
      *>   history kept across runs, so a toll or parking notice
      *>   that arrives weeks after the car is back can be matched
      *>   to the agreement that had the unit that day (crtolls.cbl).
      *> CUSTMAST now carries the renter's date of birth (with the
      *>   driver's license custmaint.cbl maintains and
      *>   crcheckout.cbl checks at the counter): a renter under the
      *>   young-driver age on the day the car went out bills a
      *>   per-day young-driver surcharge before tax, printed as its
      *>   own line next to the coverage and refuel lines, carried on
      *>   the billing detail, and credited to its own account on
      *>   the journal.
      *> long-term rentals are invoiced on an interim cycle by
      *>   crinterim.cbl while the car is still out; the return
      *>   bill loads the CRINTRM ledger of what was already
      *>   invoiced per agreement and takes it off the daily charge
      *>   (printed as its own Interim line and carried on the
      *>   billing detail), so the customer is never billed twice
      *>   for the same days and the journal only recognizes the
      *>   time not yet invoiced.
      *> a deposit prepaid at booking (crbooking.cbl holds it on the
      *>   RESVDEP liability file) is applied against the return
      *>   bill as its own Deposit line, after the points, and
      *>   debited to customer deposits on the journal; a deposit
      *>   bigger than the bill leaves the difference as a CRCREDIT
      *>   customer credit.  the reservation the return matched is
      *>   retired from RESVFILE, before-image on the shared
      *>   master-file journal, so it can't come back as a no-show.
      *> the rental record now names the counter agent who sold the
      *>   rental, and crcheckout.cbl stamps its agent on OPENRENT;
      *>   the billing detail carries the return's agent (or the
      *>   check-out agent when the return names none) so the
      *>   monthly commission job (crcommis.cbl) can pay coverage
      *>   and refueling commission off the bills themselves.
      *> the one-way drop-off fee now rides the billing detail as
      *>   its own field, so the monthly branch profit and loss
      *>   (crbranchpl.cbl) can show drop-off income per lot.
      *> the PRICECAL season table now holds 200 rows, room for the
      *>   per-make, week-by-week calendar crdemand.cbl proposes
      *>   from a year of utilization and waitlist demand.
      *> a car handed over as an upgrade at check-out (OPENRENT now
      *>   carries the reserved make and crcheckout.cbl's upgrade
      *>   code) checks the reservation and prices at the reserved
      *>   make: complimentary and loyalty upgrades bill nothing
      *>   more, a paid upgrade bills the per-day difference on top
      *>   as its own Upgrade line.  each upgrade is appended to
      *>   UPGRLOG for the monthly upgrade report (crupgrade.cbl).
      *> the quote tolerance, the walk-up premium and the default
      *>   service interval are read from the PARMMAST shop
      *>   parameter master at start-up (parmmaint.cbl keeps it),
      *>   the working-storage values standing only as the fallback,
      *>   and the values in force print on the banner page.
      *> every line of the manifest is captured to the RPTREPO
      *>   report repository as it prints, through the shared banner
      *>   and page-break copybooks, so rptreprint.cbl can put a
      *>   night's report back on paper.



           select billing-detail assign to "BILLDETL"
                 organization is line sequential.

      *> every billed rental's detail, kept across runs, so a notice
      *> that arrives weeks later can still find its agreement
           select billing-history assign to "BILLHIST"
                 organization is line sequential
                 file status is bh-file-status.

           select vehicle-master assign to "VEHMAST"
                 organization is indexed
                 access mode is random
                 organization is line sequential
                 file status is rd-file-status.

      *> what crinterim.cbl has already invoiced per long-term
      *> agreement still out; optional until the first interim run
           select optional interim-ledger assign to "CRINTRM"
                 organization is line sequential
                 file status is il-file-status.

      *> deposits prepaid at booking, keyed like RESVFILE
           select reservation-deposit assign to "RESVDEP"
                 organization is indexed
                 access mode is random
                 record key is dp-resv-key
                 file status is dp-file-status.

      *> a deposit bigger than the bill is left as a customer credit
      *> the way crpayments.cbl carries an overpayment
           select optional credit-file assign to "CRCREDIT"
                 organization is line sequential
                 file status is cc-file-status.

      *> every billed upgrade, kept across runs for crupgrade.cbl
           select optional upgrade-log-file assign to "UPGRLOG"
                 organization is line sequential
                 file status is ul-file-status.

      *> balanced journal entries for the ledger, one file per run
           select journal-file assign to "JRNLFILE"
                 organization is line sequential.

           copy SUMMSEL.

           copy JRNLSEL.

           copy PARMSEL.


           copy RPTSEL.

       data division.
       file section.
           05 walkup-flag           pic x.
               88 walkup-rental         value 'y'.
           05 agreement-number      pic 9(7).
           05 agent-id              pic x(5).

      *Alternate view of record-in's first line - the control record
      *every input file must lead with, naming the job it belongs to
           05 cm-block-status      pic x.
               88 cm-blocked           value 'B'.
           05 cm-block-reason      pic x(4).
           05 cm-license-no        pic x(15).
           05 cm-license-state     pic x(2).
           05 cm-license-expiry    pic 9(8).
           05 cm-birth-date        pic 9(8).

      *Negotiated terms per corporate account; spaces in
      *cm-account-id means a walk-in individual
           05 bd-checkout-branch    pic x(3).
           05 bd-return-branch      pic x(3).
           05 bd-agreement-no       pic 9(7).
           05 bd-checkout-date      pic 9(8).
           05 bd-return-date        pic 9(8).
           05 bd-young-driver-charge pic 9(4)v99.
           05 bd-bill-type          pic x.
               88 bd-interim-bill       value 'I'.
           05 bd-interim-credit     pic 9(7)v99.
           05 bd-agent-id           pic x(5).
           05 bd-dropoff-fee        pic 9(3)v99.

       fd billing-history label records are omitted.
       01 billing-history-record pic x(161).

      *One record per physical car in the rentable fleet; the
      *current odometer rolls forward as each return is billed
           05 vm-in-service-date    pic 9(8).
           05 vm-expected-life-mm   pic 9(3).
           05 vm-home-branch        pic x(3).
           05 vm-recall-status      pic x.
               88 vm-recall-open        value 'O' 'D'.
               88 vm-recall-dnr         value 'D'.
           05 vm-recall-campaign    pic x(8).

      *One record per car currently checked out; created by
      *crcheckout.cbl, deleted here when the return is billed
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

      *Miles each unit has run since its last service, against the
      *interval that pulls it from the rentable fleet
           05 rf-customer-id        pic x(6).
           05 rf-points             pic 9(5).

       fd interim-ledger label records are omitted.
       01 interim-ledger-record.
           05 il-agreement-no       pic 9(7).
           05 il-unit-id            pic x(5).
           05 il-customer-id        pic x(6).
           05 il-billed-through     pic 9(8).
           05 il-gross-billed       pic 9(7)v99.
           05 il-cycles-billed      pic 9(3).

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

       fd upgrade-log-file label records are omitted.
       01 upgrade-log-record.
           05 ul-bill-date          pic 9(8).
           05 ul-branch             pic x(3).
           05 ul-agreement-no       pic 9(7).
           05 ul-unit-id            pic x(5).
           05 ul-customer-id        pic x(6).
           05 ul-reserved-make      pic x(4).
           05 ul-actual-make        pic x(4).
           05 ul-upgrade-code       pic x.
           05 ul-days-charged       pic 99.
           05 ul-day-diff           pic 99v99.
           05 ul-upgrade-charge     pic 9(5)v99.
           05 ul-given-away         pic 9(5)v99.
           05 ul-points             pic 9(7).

       fd remittance-file label records are omitted.
       01 remittance-record.
           05 sr-state-code         pic x(2).

       copy SUMMFD.

       copy JRNLFD.

       copy PARMFD.


       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 pc-file-status pic xx.
       01 more-calendar-recs pic x value 'y'.
       01 price-calendar-ws.
           05 price-calendar-entry occurs 200 times.
               10 pc-start-date     pic 9(8).
               10 pc-end-date       pic 9(8).
               10 pc-car-make       pic x(4).
               10 pc-season-name    pic x(12).
               10 pc-multiplier     pic 9v99.
       01 price-calendar-count pic 999 value 0.
       01 pc-idx pic 999 value 0.
       01 pc-match-idx pic 999 value 0.
       01 pc-found-flag pic x value 'n'.
           88 pc-found value 'y'.
       01 season-date pic 9(8) value 0.
       01 walkup-premium-pct pic v99 value .10.
       01 walkup-multiplier pic 9v99 value 0.

      *an upgrade prices at the reserved make; rate-make is the
      *make the rates and the reservation are looked up under
       01 rate-make pic x(4) value spaces.
       01 upgrade-code pic x value space.
           88 no-upgrade            value space.
           88 upgrade-comp          value 'C'.
           88 upgrade-paid          value 'P'.
           88 upgrade-loyalty       value 'L'.
       01 upgrade-day-diff pic 99v99 value 0.
       01 upgrade-points pic 9(7) value 0.
       01 upgrade-charge pic 9(5)v99 value 0.
       01 upgrade-given-away pic 9(5)v99 value 0.
       01 ul-file-status pic xx.

      *tolerance before a bill beating its booking quote earns a
      *variance line for the counter to explain
       01 quote-tolerance pic 9(3)v99 value 25.00.
       01 run-fuel-total pic 9(9)v99 value 0.
       01 or-read-ok-flag pic x value 'n'.
           88 or-read-ok value 'y'.
       01 bill-checkout-date pic 9(8) value 0.
       01 checkout-agent-id pic x(5) value spaces.
       01 bh-file-status pic xx.
       01 coverage-charge-amt pic 9(5)v99 value 0.
       01 coverage-daily-price pic 99v99 value 0.
       01 run-coverage-total pic 9(9)v99 value 0.
           88 rd-found value 'y'.
       01 more-redemption-recs pic x value 'y'.

      *time charges crinterim.cbl already invoiced, by agreement;
      *the return bill credits them so no day is billed twice
       01 il-file-status pic xx.
       01 more-interim-recs pic x value 'y'.
       01 interim-table.
           05 interim-entry occurs 500 times.
               10 ib-agreement-no   pic 9(7).
               10 ib-gross-billed   pic 9(7)v99.
       01 interim-count pic 999 value 0.
       01 ib-idx pic 999 value 0.
       01 ib-found-flag pic x value 'n'.
           88 ib-found value 'y'.
       01 interim-credit pic 9(7)v99 value 0.

       01 redeem-points pic 9(7) value 0.
       01 redeem-credit pic 9(5)v99 value 0.
       01 points-earned pic 9(7) value 0.

      *a deposit prepaid against the matched reservation
       01 dp-file-status pic xx.
       01 cc-file-status pic xx.
       01 deposit-applied pic 9(5)v99 value 0.
       01 deposit-excess pic 9(5)v99 value 0.
       01 run-deposit-applied-total pic 9(9)v99 value 0.
       01 run-deposit-excess-total pic 9(9)v99 value 0.

      *run-level accumulators feeding the journal-entry file; net
      *rental revenue (time and mileage, before tax and surcharges)
      *is kept per car-make alongside the utilization table
       01 drop-off-fee pic 9(3)v99 value 0.
       01 run-dropoff-total pic 9(9)v99 value 0.

      *per-day young-driver surcharge for a renter under the
      *surcharge age on the day the car went out
       01 young-driver-age pic 99 value 25.
       01 young-driver-daily-fee pic 99v99 value 25.00.
       01 young-driver-charge pic 9(4)v99 value 0.
       01 run-young-driver-total pic 9(9)v99 value 0.
       01 renter-age pic 9(3) value 0.
       01 renter-age-date pic 9(8) value 0.

      *per-branch rollup for the branch summaries and ranking page
       01 branch-total-table.
           05 branch-total-entry occurs 10 times.
       copy RECYWS.
       copy DELIMWS.
       copy SUMMWS.
       copy JRNLWS.
       copy PARMWS.

       01 line1-out.
           05 filler pic x(37) value spaces.
           05 filler                pic x(2) value spaces.
           05 posting-balance-out   pic x(16).

      *Prints the young-driver surcharge line, priced per day like
      *the coverage lines
       01 print-young-driver-out.
           05 filler                pic x(10) value spaces.
           05 filler                pic x(11) value 'Young Drv: '.
           05 young-driver-out      pic $zzz9.99.
           05 filler                pic x(2) value spaces.
           05 young-driver-days-out pic z9.
           05 filler                pic x(8) value ' days @ '.
           05 young-driver-rate-out pic $z9.99.
           05 filler                pic x(4) value '/day'.

      *Prints the credit for time already invoiced on the interim
      *cycle, so the customer sees why the daily charge is short
       01 print-interim-out.
           05 filler                pic x(10) value spaces.
           05 filler                pic x(11) value 'Interim :  '.
           05 interim-credit-out    pic $zzz,zz9.99.
           05 filler                pic x(26) value
               ' already invoiced - credit'.

      *Prints the deposit prepaid at booking, taken off the bill
       01 print-deposit-out.
           05 filler                pic x(10) value spaces.
           05 filler                pic x(11) value 'Deposit :  '.
           05 deposit-applied-out   pic $zz,zz9.99cr.
           05 filler                pic x(20) value
               ' prepaid at booking'.

      *Prints the upgrade handed over at check-out: what a paid
      *upgrade added, or what a complimentary or loyalty one was
      *worth
       01 print-upgrade-out.
           05 filler                pic x(10) value spaces.
           05 filler                pic x(11) value 'Upgrade :  '.
           05 upgrade-amount-out    pic $zz,zz9.99.
           05 filler                pic x(2) value spaces.
           05 upgrade-from-out      pic x(4).
           05 filler                pic x(4) value ' -> '.
           05 upgrade-to-out        pic x(4).
           05 filler                pic x(2) value spaces.
           05 upgrade-kind-out      pic x(18).

      *Prints the drop-off surcharge line for a one-way rental
       01 print-dropoff-out.
           05 filler                pic x(10) value spaces.
           open input file-in.
           open output file-out.
           open output billing-detail.
           open extend billing-history.
           if bh-file-status not = '00'
               open output billing-history
               close billing-history
               open extend billing-history
           end-if.
           open output extract-file.
           perform 890-write-extract-header.
           open output journal-file.
                   ct-file-status
               stop run
           end-if.
      *> opened I-O: the return retires the reservation it matched
           open i-o reservation.
           if rv-file-status not = '00'
               display 'RESERVATION FAILED TO OPEN, STATUS '
                   rv-file-status
                   pm-file-status
               stop run
           end-if.
      *> deposits are money held for customers; only a missing
      *> file gets the create-and-reopen fallback
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
           open extend upgrade-log-file.
           if ul-file-status not = '00'
               open output upgrade-log-file
               close upgrade-log-file
               open extend upgrade-log-file
           end-if.
           move spaces to upgrade-log-record.
           perform 9800-open-master-journal.
           move 'RESVFILE' to mj-this-file.
           perform 057-load-redemptions.
           perform 063-load-interim-ledger.
           perform 059-load-remittance.
           perform 8900-open-exception-log.
           move 'CARRENTAL   ' to excp-this-job.

      *        Write the shop-standard banner page, then the column
      *        headers for this report
           perform 065-load-parameters.
           move 'CAR RENTAL COMPANY  ' to banner-job-name.
           move 'CR0001' to banner-batch-id.
           perform 8000-print-banner-page.
           perform 8650-print-parameters.

      *        no entry posts into a closed accounting period; the
      *        run stops before a single journal line is written
           end-if.

           write record-out from line1-out after advancing 5 lines.
           move 5 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 045-validate-file-header.
           perform 9200-write-job-stats.
           close file-in.
           close file-out.
           perform 8030-close-report-capture.
           close billing-detail.
           close billing-history.
           close extract-file.
           close journal-file.
           close customer-master.
           close open-rental.
           close maint-due.
           close points-master.
           close reservation-deposit.
           close credit-file.
           close upgrade-log-file.
           close master-journal.
           close exception-log.
           stop run.

       046-print-header-error.
           write record-out from print-header-excp-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'HDR ' to excp-reason-code.
           move 'input file control record mismatch'
           close price-calendar.

       054-load-one-calendar-entry.
           if price-calendar-count >= 200
               display 'PRICE CALENDAR TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
               at end move 'n' to more-redemption-recs
           end-read.

      *the service interval belongs to vehmaint.cbl, which sets
      *every unit's own; this job only falls back on it
       065-load-parameters.
           perform 8600-open-parameters.
           move 'CARRENTAL ' to parm-lookup-program.
           move 'QUOTE-TOLERANCE' to parm-lookup-name.
           move quote-tolerance to parm-value.
           perform 8610-get-parameter.
           move parm-value to quote-tolerance.
           move 'WALKUP-PREMIUM-PCT' to parm-lookup-name.
           move walkup-premium-pct to parm-value.
           perform 8610-get-parameter.
           move parm-value to walkup-premium-pct.
           move 'VEHMAINT  ' to parm-lookup-program.
           move 'DEFAULT-SVC-INTERVAL' to parm-lookup-name.
           move default-service-interval to parm-value.
           perform 8610-get-parameter.
           move parm-value to default-service-interval.
           perform 8690-close-parameters.

      *the interim ledger is read-only here; crinterim.cbl prunes
      *agreements that have come back when it rewrites the file
       063-load-interim-ledger.
           open input interim-ledger.
           if il-file-status = '00'
               read interim-ledger
                   at end move 'n' to more-interim-recs
               end-read
               perform 064-load-one-interim
                   until more-interim-recs = 'n'
           end-if.
           close interim-ledger.

       064-load-one-interim.
           if interim-count >= 500
               display 'INTERIM TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to interim-count.
           move il-agreement-no to ib-agreement-no (interim-count).
           move il-gross-billed to ib-gross-billed (interim-count).
           read interim-ledger
               at end move 'n' to more-interim-recs
           end-read.

       055-load-state-tax-table.
           open input state-tax-table.
           perform 056-read-one-state-tax-entry
           move customer-name to excp-customer-name-out.
           write record-out from print-exception-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'CUST' to excp-reason-code.
           move 'unknown customer id' to excp-reason-text.
           add 1 to stats-excp-count.
           perform 9000-log-exception.

      *a car handed over as an upgrade was reserved, and is priced,
      *as the reserved make crcheckout.cbl put on OPENRENT
       178-read-upgrade.
           move car-make to rate-make.
           move space to upgrade-code.
           move 0 to upgrade-day-diff.
           move 0 to upgrade-points.
           move unit-id to or-unit-id.
           read open-rental
               invalid key
                   continue
               not invalid key
                   if (or-upgrade-comp or or-upgrade-paid
                           or or-upgrade-loyalty)
                       and or-reserved-make not = spaces
                       move or-reserved-make to rate-make
                       move or-upgrade-code to upgrade-code
                       move or-upgrade-day-diff to upgrade-day-diff
                       move or-upgrade-points to upgrade-points
                   end-if
           end-read.

      *a customer can hold several dated reservations now; the
      *return is good if any of them is for this car-make (the
      *reserved make, on an upgrade)
       180-validate-reservation.
           move 'n' to reservation-ok-flag.
           move customer-id to rv-customer-id.
                   if rv-customer-id not = customer-id
                       move 'n' to reservation-scan-flag
                   else
                       if rv-car-make = rate-make
                           move 'y' to reservation-ok-flag
                       end-if
                   end-if
           move car-make    to resv-excp-make-out.
           write record-out from print-resv-excp-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'RESV' to excp-reason-code.
           move 'car not reserved by customer' to excp-reason-text.
           perform 9000-log-exception.

       190-lookup-rate.
           move rate-make to rt-car-make.
           read rate-table
               invalid key
                   move 'n' to rate-found-flag
       196-scan-one-calendar-entry.
           if season-date >= pc-start-date (pc-idx)
               and season-date <= pc-end-date (pc-idx)
               and (pc-car-make (pc-idx) = rate-make
                   or pc-car-make (pc-idx) = 'ALL ')
               move 'y' to pc-found-flag
               move pc-idx to pc-match-idx
           move unit-id to excp-unit-id-out.
           write record-out from print-vehicle-excp-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'UNIT' to excp-reason-code.
           move 'unit id missing from vehicle master'
           move car-make to excp-car-make-out.
           write record-out from print-rate-excp-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'RATE' to excp-reason-code.
           move 'car make missing from rate table' to excp-reason-text.
           if customer-not-found
               perform 175-print-exception
           else
               perform 178-read-upgrade
      *        a flagged walk-up never had a reservation to check;
      *        an unflagged return still has to match one
               if walkup-rental
           move 0 to bd-corp-discount.
           move 0 to bd-coverage-charge.
           move 0 to bd-fuel-charge.
           move 0 to bd-checkout-date.
           move 0 to bd-return-date.
           move 0 to bd-young-driver-charge.
           move space to bd-bill-type.
           move 0 to bd-interim-credit.
           move spaces to bd-agent-id.
           move 0 to bd-dropoff-fee.
           write billing-detail-record.
           add ns-fee-amount to run-noshow-total.
           add ns-fee-amount to run-ar-total.
           move ns-fee-amount to noshow-fee-out.
           write record-out from print-noshow-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           read noshow-charge-file
               at end move 'n' to more-noshow-recs
                  end-if
              end-if.

      *        a paid upgrade adds the per-day difference to the
      *        reserved make's daily charge
              perform 261-price-upgrade.

      *        time already invoiced on the interim cycle comes off
      *        the daily charge, so the days aren't billed twice
              perform 262-apply-interim-credit.

      *        a car dropped at a different lot than it left owes
      *        the one-way fee, billed before tax like every other
      *        charge
      *        priced from the FUELPRC gallon price
              perform 258-price-refueling.

      *        a renter under the surcharge age pays the young-driver
      *        fee for every day charged
              perform 259-price-young-driver.

      *        compute the total charge for the rental, keeping the
      *        per-mile piece in its own field so the billing-detail
      *        record can carry the same breakdown the report shows
                  per-mile-charge * miles-charged.
              compute total-charge = daily-charge +
                  mileage-charge-amt + late-fee + drop-off-fee +
                  coverage-charge-amt + fuel-charge +
                  young-driver-charge.
              perform 281-apply-corporate-discount.
              perform 230-lookup-state-tax.
              compute state-tax = total-charge * state-tax-rate.
                  add damage-amount to total-charge
              end-if.
              perform 282-apply-redemption.
              perform 288-apply-deposit.

      *        feed the run-level journal accumulators with the same
      *        pieces the charge was built from
              add drop-off-fee to run-dropoff-total.
              add coverage-charge-amt to run-coverage-total.
              add fuel-charge to run-fuel-total.
              add young-driver-charge to run-young-driver-total.
              if damage-reported
                  add damage-amount to run-damage-total
              end-if.
              add redeem-credit to run-redemption-total.
              add deposit-applied to run-deposit-applied-total.
              add deposit-excess to run-deposit-excess-total.
              perform 268-accumulate-state-tax.
              perform 272-accumulate-remittance.


              write record-out from print-line-out
                  after advancing 1 line.
              perform 8020-capture-line.
              perform 8100-advance-line.
              perform 260-print-surcharges.
              perform 270-reconcile-odometer.
              perform 276-accumulate-maintenance.
              perform 278-close-open-rental.
              perform 289-retire-reservation.
              perform 280-write-billing-detail.
              perform 292-log-upgrade.
              perform 285-accrue-points.
              perform 265-accumulate-summary.

           move ct-product-code to covr-excp-code-out.
           write record-out from print-covr-excp-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'COVR' to excp-reason-code.
           move 'coverage product missing from table'
           read open-rental
               invalid key
                   move 'n' to or-read-ok-flag
                   move 0 to bill-checkout-date
                   move spaces to checkout-agent-id
               not invalid key
                   move 'y' to or-read-ok-flag
                   move or-checkout-date to bill-checkout-date
                   move or-agent-id to checkout-agent-id
           end-read.
           if or-read-ok
               and fuel-price-per-gallon > 0
                   fuel-gallons-est * fuel-price-per-gallon
           end-if.

      *the renter's age is taken on the check-out date from the
      *unit's open rental (258-price-refueling reads it), or on the
      *return date when there was none; a birth date not on
      *CUSTMAST bills no surcharge
       259-price-young-driver.
           move 0 to young-driver-charge.
           if bill-checkout-date > 0
               move bill-checkout-date to renter-age-date
           else
               move banner-run-date-ccyymmdd to renter-age-date
           end-if.
           if cm-birth-date numeric
               and cm-birth-date > 0
               and cm-birth-date < renter-age-date
               compute renter-age =
                   (renter-age-date - cm-birth-date) / 10000
               if renter-age < young-driver-age
                   compute young-driver-charge =
                       young-driver-daily-fee * days-charged
               end-if
           end-if.

      *the difference between the two makes' daily rates, for every
      *day charged: billed on a paid upgrade, given away on a
      *complimentary one, paid in points on a loyalty one
       261-price-upgrade.
           move 0 to upgrade-charge.
           move 0 to upgrade-given-away.
           if upgrade-paid
               compute upgrade-charge =
                   upgrade-day-diff * days-charged
               add upgrade-charge to daily-charge
           else
               if upgrade-comp or upgrade-loyalty
                   compute upgrade-given-away =
                       upgrade-day-diff * days-charged
               end-if
           end-if.

       262-apply-interim-credit.
           move 0 to interim-credit.
           move 'n' to ib-found-flag.
           if agreement-number > 0
               perform 263-scan-one-interim
                   varying ib-idx from 1 by 1
                   until ib-idx > interim-count or ib-found
           end-if.
           if interim-credit > daily-charge
               move daily-charge to interim-credit
           end-if.
           subtract interim-credit from daily-charge.

       263-scan-one-interim.
           if ib-agreement-no (ib-idx) = agreement-number
               move 'y' to ib-found-flag
               move ib-gross-billed (ib-idx) to interim-credit
           end-if.

       260-print-surcharges.
      *    the matched reservation is still in the record area
      *    from 180-validate-reservation; a walk-up never had one
                   move quote-variance to quote-var-out
                   write record-out from print-quote-var-out
                       after advancing 1 line
                   perform 8020-capture-line
                   perform 8100-advance-line
               end-if
           end-if.
               move walkup-multiplier to walkup-mult-out
               write record-out from print-walkup-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.
           if season-name-applied not = spaces
               move season-multiplier to season-mult-out
               write record-out from print-season-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.
           if late-days > 0
               move late-fee to late-fee-out
               write record-out from print-late-fee-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.
           if damage-reported
               move damage-amount to damage-amount-out
               write record-out from print-damage-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.
           if fuel-charge > 0
               move fuel-price-per-gallon to fuel-price-out
               write record-out from print-fuel-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.
           if cdw-charge > 0
               move coverage-daily-price to coverage-rate-out
               write record-out from print-coverage-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.
           if sli-charge > 0
               move coverage-daily-price to coverage-rate-out
               write record-out from print-coverage-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.
           if young-driver-charge > 0
               move young-driver-charge to young-driver-out
               move days-charged to young-driver-days-out
               move young-driver-daily-fee to young-driver-rate-out
               write record-out from print-young-driver-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.
           if interim-credit > 0
               move interim-credit to interim-credit-out
               write record-out from print-interim-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.
           if corp-discount-amt > 0
               move cm-account-id to corp-disc-acct-out
               write record-out from print-corp-disc-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.
           if not no-upgrade
               move rate-make to upgrade-from-out
               move car-make to upgrade-to-out
               evaluate true
                   when upgrade-paid
                       move upgrade-charge to upgrade-amount-out
                       move 'paid upgrade' to upgrade-kind-out
                   when upgrade-comp
                       move upgrade-given-away to upgrade-amount-out
                       move 'complimentary' to upgrade-kind-out
                   when other
                       move upgrade-given-away to upgrade-amount-out
                       move 'paid in points' to upgrade-kind-out
               end-evaluate
               write record-out from print-upgrade-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.
           if drop-off-fee > 0
               move return-branch to dropoff-to-out
               write record-out from print-dropoff-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.
           if redeem-credit > 0
               move redeem-points to redeem-points-out
               write record-out from print-redeemed-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.
           if deposit-applied > 0
               move deposit-applied to deposit-applied-out
               write record-out from print-deposit-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.

           move return-odometer to odo-keyed-out.
           write record-out from print-odometer-excp-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'ODOM' to excp-reason-code.
           move 'return odometer does not reconcile'
               end-if
           end-if.

      *a deposit prepaid against the matched reservation pays the
      *bill down after the points; a deposit bigger than the bill
      *leaves the rest as the customer's credit.  the deposit
      *comes off the liability file either way.
       288-apply-deposit.
           move 0 to deposit-applied.
           move 0 to deposit-excess.
           if not walkup-rental
               and reservation-ok
               move rv-resv-key to dp-resv-key
               read reservation-deposit
                   invalid key
                       continue
                   not invalid key
                       perform 291-take-deposit-off-bill
               end-read
           end-if.

       291-take-deposit-off-bill.
           if dp-deposit-amount > total-charge
               move total-charge to deposit-applied
               compute deposit-excess =
                   dp-deposit-amount - total-charge
           else
               move dp-deposit-amount to deposit-applied
           end-if.
           subtract deposit-applied from total-charge.
           if deposit-excess > 0
               move customer-id to cc-customer-id
               move customer-name to cc-customer-name
               move banner-run-date-ccyymmdd to cc-credit-date
               move deposit-excess to cc-amount
               write credit-record
               move spaces to credit-record
           end-if.
           move 'RESVDEP ' to mj-this-file.
           move 'D' to mj-action-code.
           move spaces to mj-before-image.
           move reservation-deposit-record to mj-before-image.
           move spaces to mj-after-image.
           delete reservation-deposit.
           perform 9850-journal-update.
           move 'RESVFILE' to mj-this-file.

      *every upgrade billed goes on the log the monthly upgrade
      *report reads, under the branch the car went out from
       292-log-upgrade.
           if not no-upgrade
               move banner-run-date-ccyymmdd to ul-bill-date
               move checkout-branch to ul-branch
               move agreement-number to ul-agreement-no
               move unit-id to ul-unit-id
               move customer-id to ul-customer-id
               move rate-make to ul-reserved-make
               move car-make to ul-actual-make
               move upgrade-code to ul-upgrade-code
               move days-charged to ul-days-charged
               move upgrade-day-diff to ul-day-diff
               move upgrade-charge to ul-upgrade-charge
               move upgrade-given-away to ul-given-away
               move upgrade-points to ul-points
               write upgrade-log-record
               move spaces to upgrade-log-record
           end-if.

      *the reservation a return was billed against is used up; it
      *comes off the book so the no-show pass never sees it
       289-retire-reservation.
           if not walkup-rental
               and reservation-ok
               move 'D' to mj-action-code
               move spaces to mj-before-image
               move reservation-record to mj-before-image
               move spaces to mj-after-image
               delete reservation
                   invalid key
                       continue
                   not invalid key
                       perform 9850-journal-update
               end-delete
           end-if.

       283-find-redemption.
           move 'n' to rd-found-flag.
           perform 286-scan-one-redemption
           move unit-id to noop-unit-id-out.
           write record-out from print-no-open-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'NOOP' to excp-reason-code.
           move 'return for unit with no open rental'
           move checkout-branch   to bd-checkout-branch.
           move return-branch     to bd-return-branch.
           move agreement-number  to bd-agreement-no.
           move bill-checkout-date to bd-checkout-date.
           move banner-run-date-ccyymmdd to bd-return-date.
           move young-driver-charge to bd-young-driver-charge.
           move space to bd-bill-type.
           move interim-credit to bd-interim-credit.
      *    the agent keyed at the return, or the one who checked the
      *    car out when the return doesn't name one
           if agent-id not = spaces
               move agent-id to bd-agent-id
           else
               move checkout-agent-id to bd-agent-id
           end-if.
           move drop-off-fee      to bd-dropoff-fee.
           write billing-detail-record.
           write billing-history-record from billing-detail-record.

      *utilization is kept per branch/make pair now, with the
      *check-out branch earning the rental
       900-print-summary.
           write record-out from summary-title-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           perform 902-print-one-branch-summary
               varying bt-idx from 1 by 1
               until bt-idx > branch-count.
           move grand-walkups to grand-walkups-out.
           write record-out from summary-grand-total-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 918-extract-fleet-totals.
           perform 950-print-branch-ranking.

           move bt-branch (bt-idx) to branch-header-id-out.
           write record-out from branch-header-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           write record-out from summary-col-header-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 910-print-one-summary-line
               varying make-idx from 1 by 1
               until make-idx > make-summary-count.
       950-print-branch-ranking.
           write record-out from branch-ranking-title-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           move 0 to rank-number.
           perform 955-print-one-rank
               varying bt-idx from 1 by 1
               move bt-revenue (rank-best-idx) to rank-revenue-out
               write record-out from branch-ranking-line-out
                   after advancing 1 line
               perform 8020-capture-line
           end-if.

       956-scan-one-rank-candidate.
               move rd-points (rd-idx) to unused-redeem-pts-out
               write record-out from print-unused-redeem-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
               move 'REDM' to excp-reason-code
               move 'redemption request not applied'
               move ms-walkup-count (make-idx) to summary-walkup-out
               write record-out from summary-line-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 915-extract-one-summary-line
               add ms-car-count (make-idx)    to grand-cars
               add ms-days-billed (make-idx)  to grand-days
               perform 925-write-one-journal-line
           end-if.

      *    deposits applied pay the bill down; any left over moves
      *    to customer credits payable
           if run-deposit-applied-total > 0
               or run-deposit-excess-total > 0
               move '2950' to jr-account
               move 'CUSTOMER DEPOSITS   ' to jr-account-desc
               move 'DR' to jr-dr-cr
               compute jr-amount = run-deposit-applied-total
                   + run-deposit-excess-total
               perform 925-write-one-journal-line
           end-if.
           if run-deposit-excess-total > 0
               move '2900' to jr-account
               move 'CUSTOMER CREDITS PAY' to jr-account-desc
               move 'CR' to jr-dr-cr
               move run-deposit-excess-total to jr-amount
               perform 925-write-one-journal-line
           end-if.

           perform 930-write-one-revenue-credit
               varying make-idx from 1 by 1
               until make-idx > make-summary-count.
               perform 925-write-one-journal-line
           end-if.

           if run-young-driver-total > 0
               move '4550' to jr-account
               move 'YOUNG DRIVER SURCHG ' to jr-account-desc
               move 'CR' to jr-dr-cr
               move run-young-driver-total to jr-amount
               perform 925-write-one-journal-line
           end-if.

           if run-noshow-total > 0
               move '4600' to jr-account
               move 'NO-SHOW FEE INCOME  ' to jr-account-desc
           end-if.
           write record-out from posting-title-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from posting-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

       940-rewrite-remittance.
           open output remittance-file.

       copy DELIMPR.

       copy JRNLPR.

       copy PARMPR.

       End Program aptprofits.
