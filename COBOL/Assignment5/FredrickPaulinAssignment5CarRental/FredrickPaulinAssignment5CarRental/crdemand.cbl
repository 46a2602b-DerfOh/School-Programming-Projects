      *Yearly demand and utilization analysis for the pricing
      *calendar
      *
      *The PRICECAL multipliers 196-lookup-season applies were set
      *by feel once a year.  This job sets them from what the fleet
      *actually did over the 52 weeks before the run date, per car
      *make and calendar week:
      *
      *  - rented unit-days, from every billed return on the
      *    BILLHIST billing history (check-out date up to the day
      *    before the return, a same-day return counting one day);
      *  - available unit-days, from VEHMAST: every unit of the make
      *    from its in-service date on;
      *  - demand the fleet couldn't fill, from the DEMANDLG demand
      *    log crbooking.cbl and crwaitlst.cbl append to: requests
      *    waitlisted because the make was sold out, and requests
      *    that expired on the waitlist without ever getting a car
      *    (turned away), each spread over its estimated days.
      *
      *A week whose rented plus turned-away days reached the fleet,
      *or that ran tight with a waitlist, had its multiplier raised
      *by raise-sold-out; a tight week without a waitlist by
      *raise-tight; an idle week lowered by lower-idle; anything
      *in between keeps the multiplier it had.  The multiplier a
      *week had is the current calendar's, found the way the
      *billing run finds it (first row covering the date for the
      *make or ALL), or 1.00 when no row covers it.
      *
      *The report prints every make and week with the figures, the
      *current and the proposed multiplier, and then the current
      *calendar next to the proposed one.  The proposal is written
      *to PRICECALP in PRICECAL's own layout for operations to
      *review and swap in: the same weeks one year on, consecutive
      *weeks at the same multiplier joined into one date range,
      *one row per make (ALL rows in the current calendar are
      *folded into each make's rows), and no row where the make
      *prices flat at 1.00.  A proposal longer than the billing
      *run's calendar table is flagged with return code 4.
       identification division.
       program-id. crdemand.
       environment division.
       input-output section.


       file-control.
      *> every billed rental across runs
           select optional billing-history assign to "BILLHIST"
                 organization is line sequential
                 file status is bh-file-status.

           select vehicle-master assign to "VEHMAST"
                 organization is indexed
                 access mode is dynamic
                 record key is vm-unit-id
                 file status is vm-file-status.

      *> waitlisted and turned-away requests, kept across runs
           select optional demand-log-file assign to "DEMANDLG"
                 organization is line sequential
                 file status is dl-file-status.

      *> the calendar the billing run prices with today
           select optional price-calendar assign to "PRICECAL"
                 organization is line sequential
                 file status is pc-file-status.

      *> the proposed calendar, for operations to review
           select proposed-calendar assign to "PRICECALP"
                 organization is line sequential.

           select file-out assign to printer, "con".


           copy RPTSEL.

       data division.
       file section.
      *same layout as BILLDETL, read into billing-detail-record
       fd billing-history label records are omitted.
       01 billing-history-record pic x(161).

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

       fd demand-log-file label records are omitted.
       01 demand-log-record.
           05 dl-log-date           pic 9(8).
           05 dl-outcome            pic x.
               88 dl-waitlisted         value 'W'.
               88 dl-turned-away        value 'T'.
           05 dl-customer-id        pic x(6).
           05 dl-pickup-date        pic 9(8).
           05 dl-car-make           pic x(4).
           05 dl-est-days           pic 99.

       fd price-calendar label records are standard.
       01 price-calendar-record.
           05 pcr-start-date        pic 9(8).
           05 pcr-end-date          pic 9(8).
           05 pcr-car-make          pic x(4).
           05 pcr-season-name       pic x(12).
           05 pcr-multiplier        pic 9v99.

       fd proposed-calendar label records are standard.
       01 proposed-calendar-record.
           05 ppr-start-date        pic 9(8).
           05 ppr-end-date          pic 9(8).
           05 ppr-car-make          pic x(4).
           05 ppr-season-name       pic x(12).
           05 ppr-multiplier        pic 9v99.

       fd file-out label records are omitted.
       01 record-out pic x(80).


       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 bh-file-status pic xx.
       01 vm-file-status pic xx.
       01 dl-file-status pic xx.
       01 pc-file-status pic xx.

       01 billing-detail-record.
           05 bd-customer-id        pic x(6).
           05 bd-customer-name      pic x(20).
           05 bd-car-make           pic x(4).
           05 bd-daily-charge       pic 9(7)v99.
           05 bd-mileage-charge     pic 9(7)v99.
           05 bd-late-fee           pic 9(4)v99.
           05 bd-damage-amount      pic 9(3)v99.
           05 bd-state-tax          pic 9(5)v99.
           05 bd-total-charge       pic 9(7)v99.
           05 bd-account-id         pic x(6).
           05 bd-corp-discount      pic 9(5)v99.
           05 bd-coverage-charge    pic 9(5)v99.
           05 bd-fuel-charge        pic 9(4)v99.
           05 bd-unit-id            pic x(5).
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

      *the thresholds and steps the recommendation works by
       01 tight-utilization pic 9v999 value .850.
       01 idle-utilization pic 9v999 value .400.
       01 raise-sold-out pic 9v99 value .15.
       01 raise-tight pic 9v99 value .05.
       01 lower-idle pic 9v99 value .10.
       01 lowest-multiplier pic 9v99 value .50.
       01 highest-multiplier pic 9v99 value 3.00.
      *the most rows the billing run's calendar table holds
       01 calendar-table-limit pic 999 value 200.

      *the 52 weeks analyzed, oldest first
       01 week-table.
           05 week-entry occurs 52 times.
               10 wk-start-date     pic 9(8).
               10 wk-end-date       pic 9(8).
       01 wk-idx pic 99 value 0.
       01 wk-match-idx pic 99 value 0.
       01 wk-found-flag pic x value 'n'.
           88 wk-found value 'y'.

      *per make, per week
       01 make-table.
           05 make-entry occurs 30 times.
               10 mk-car-make       pic x(4).
               10 make-week occurs 52 times.
                   15 mw-avail-days     pic 9(5).
                   15 mw-rented-days    pic 9(5).
                   15 mw-waitlist-days  pic 9(5).
                   15 mw-turned-days    pic 9(5).
                   15 mw-cur-mult       pic 9v99.
                   15 mw-cur-season     pic x(12).
                   15 mw-prop-mult      pic 9v99.
                   15 mw-prop-season    pic x(12).
       01 make-count pic 99 value 0.
       01 mk-idx pic 99 value 0.
       01 mk-match-idx pic 99 value 0.
       01 mk-found-flag pic x value 'n'.
           88 mk-found value 'y'.
       01 seek-make pic x(4).

      *the current calendar, as the billing run loads it
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
       01 season-date pic 9(8).

      *one calendar day at a time, for spreading days over weeks
       01 walk-date.
           05 walk-yyyy pic 9(4).
           05 walk-mm   pic 9(2).
           05 walk-dd   pic 9(2).
       01 walk-date-num redefines walk-date pic 9(8).
       01 walk-stop-date pic 9(8).
       01 walk-days-left pic 9(3) value 0.
       01 walk-count pic 9(3) value 0.
       01 month-length-values pic x(24)
               value '312831303130313130313031'.
       01 month-length-table redefines month-length-values.
           05 month-length occurs 12 times pic 99.
       01 days-this-month pic 99 value 0.
       01 leap-quotient pic 9(4) value 0.
       01 leap-rem-4 pic 9(4) value 0.
       01 leap-rem-100 pic 9(4) value 0.
       01 leap-rem-400 pic 9(4) value 0.

      *what a spread day adds to: R rented, W waitlisted, T turned
      *away, A available
       01 spread-kind pic x.

       01 utilization pic 9(2)v999 value 0.
       01 demand-ratio pic 9(2)v999 value 0.
       01 utilization-pct pic 9(3)v9 value 0.
       01 proposed-work pic s9v99 value 0.

      *the proposed rows, joined across weeks
       01 range-start-wk pic 99 value 0.
       01 range-ends-flag pic x value 'n'.
           88 range-ends value 'y'.
       01 shift-date.
           05 shift-yyyy pic 9(4).
           05 shift-mmdd.
               10 shift-mm pic 9(2).
               10 shift-dd pic 9(2).
       01 proposed-row-count pic 9(4) value 0.
       01 weeks-raised-count pic 9(5) value 0.
       01 weeks-lowered-count pic 9(5) value 0.

       copy BANNERWS.
       copy PAGEBRKW.

       01 line1-out.
           05 filler pic x(18) value spaces.
           05 filler pic x(44) value
               'Fleet Demand And Pricing Calendar Analysis'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(4) value 'Make'.
           05 filler pic x(2) value spaces.
           05 filler pic x(8) value 'Week Of '.
           05 filler pic x(2) value spaces.
           05 filler pic x(5) value 'Avail'.
           05 filler pic x(1) value spaces.
           05 filler pic x(6) value 'Rented'.
           05 filler pic x(2) value spaces.
           05 filler pic x(4) value 'Wait'.
           05 filler pic x(2) value spaces.
           05 filler pic x(4) value 'Turn'.
           05 filler pic x(2) value spaces.
           05 filler pic x(5) value 'Util%'.
           05 filler pic x(2) value spaces.
           05 filler pic x(4) value 'Curr'.
           05 filler pic x(2) value spaces.
           05 filler pic x(4) value 'Prop'.

       01 print-week-out.
           05 filler                pic x(1) value spaces.
           05 wko-make-out          pic x(4).
           05 filler                pic x(2) value spaces.
           05 wko-week-out          pic 9(8).
           05 filler                pic x(1) value spaces.
           05 wko-avail-out         pic zzzz9.
           05 filler                pic x(2) value spaces.
           05 wko-rented-out        pic zzzz9.
           05 filler                pic x(1) value spaces.
           05 wko-wait-out          pic zzzz9.
           05 filler                pic x(1) value spaces.
           05 wko-turn-out          pic zzzz9.
           05 filler                pic x(1) value spaces.
           05 wko-util-out          pic zz9.9.
           05 filler                pic x(2) value spaces.
           05 wko-curr-out          pic 9.99.
           05 filler                pic x(2) value spaces.
           05 wko-prop-out          pic 9.99.
           05 filler                pic x(1) value spaces.
           05 wko-change-out        pic x(4).

       01 calendar-title-out.
           05 filler pic x(1) value spaces.
           05 calendar-title-text pic x(40).

       01 calendar-head-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(8) value 'From    '.
           05 filler pic x(2) value spaces.
           05 filler pic x(8) value 'To      '.
           05 filler pic x(2) value spaces.
           05 filler pic x(4) value 'Make'.
           05 filler pic x(2) value spaces.
           05 filler pic x(12) value 'Season'.
           05 filler pic x(2) value spaces.
           05 filler pic x(4) value 'Mult'.

       01 print-calendar-out.
           05 filler                pic x(1) value spaces.
           05 cal-from-out          pic 9(8).
           05 filler                pic x(2) value spaces.
           05 cal-to-out            pic 9(8).
           05 filler                pic x(2) value spaces.
           05 cal-make-out          pic x(4).
           05 filler                pic x(2) value spaces.
           05 cal-season-out        pic x(12).
           05 filler                pic x(2) value spaces.
           05 cal-mult-out          pic 9.99.

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(14) value 'Weeks Raised: '.
           05 raised-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(15) value 'Weeks Lowered: '.
           05 lowered-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(15) value 'Proposed Rows: '.
           05 proposed-count-out pic zzz9.

       01 too-many-rows-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(40) value
               '** PROPOSAL LONGER THAN THE BILLING RUN '.
           05 filler pic x(24) value
               'CALENDAR TABLE HOLDS **'.


       procedure division.
       100-main.
           open input vehicle-master.
           if vm-file-status not = '00'
               display 'VEHICLE-MASTER FAILED TO OPEN, STATUS '
                   vm-file-status
               stop run
           end-if.
           open output proposed-calendar.
           open output file-out.

           move 'DEMAND ANALYSIS     ' to banner-job-name.
           move 'DA0001' to banner-batch-id.
           perform 8000-print-banner-page.

           perform 110-build-weeks.
           perform 120-load-price-calendar.
           perform 200-count-available-days.
           perform 300-count-rented-days.
           perform 400-count-unmet-demand.
           perform 500-recommend-make
               varying mk-idx from 1 by 1
               until mk-idx > make-count.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.
           perform 600-print-one-make
               varying mk-idx from 1 by 1
               until mk-idx > make-count.

           move 'Current Pricing Calendar (PRICECAL)'
               to calendar-title-text.
           perform 650-print-calendar-head.
           perform 660-print-one-current-row
               varying pc-idx from 1 by 1
               until pc-idx > price-calendar-count.

           move 'Proposed Pricing Calendar (PRICECALP)'
               to calendar-title-text.
           perform 650-print-calendar-head.
           perform 700-propose-one-make
               varying mk-idx from 1 by 1
               until mk-idx > make-count.

           move weeks-raised-count to raised-count-out.
           move weeks-lowered-count to lowered-count-out.
           move proposed-row-count to proposed-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           if proposed-row-count > calendar-table-limit
               write record-out from too-many-rows-out
                   after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
               move 4 to return-code
           end-if.

           close vehicle-master.
           close proposed-calendar.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

      *the year before the run date, in seven-day weeks
       110-build-weeks.
           move banner-run-date-ccyymmdd to walk-date.
           subtract 1 from walk-yyyy.
           if walk-mm = 2 and walk-dd = 29
               move 28 to walk-dd
           end-if.
           perform 115-build-one-week
               varying wk-idx from 1 by 1
               until wk-idx > 52.

       115-build-one-week.
           move walk-date-num to wk-start-date (wk-idx).
           perform 900-advance-walk-date 6 times.
           move walk-date-num to wk-end-date (wk-idx).
           perform 900-advance-walk-date.

      *> a missing or empty PRICECAL just means flat pricing
       120-load-price-calendar.
           open input price-calendar.
           if pc-file-status = '00'
               read price-calendar
                   at end move 'n' to more-calendar-recs
               end-read
               perform 125-load-one-calendar-entry
                   until more-calendar-recs = 'n'
           end-if.
           close price-calendar.

       125-load-one-calendar-entry.
           if price-calendar-count >= 200
               display 'PRICE CALENDAR TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to price-calendar-count.
           move pcr-start-date
               to pc-start-date (price-calendar-count).
           move pcr-end-date
               to pc-end-date (price-calendar-count).
           move pcr-car-make
               to pc-car-make (price-calendar-count).
           move pcr-season-name
               to pc-season-name (price-calendar-count).
           move pcr-multiplier
               to pc-multiplier (price-calendar-count).
           read price-calendar
               at end move 'n' to more-calendar-recs
           end-read.

      *every unit is available every day from its in-service date
       200-count-available-days.
           move low-values to vm-unit-id.
           start vehicle-master key not < vm-unit-id
               invalid key move 'n' to more-records
           end-start.
           if more-records = 'y'
               read vehicle-master next record
                   at end move 'n' to more-records
               end-read
           end-if.
           perform 210-count-one-unit until more-records = 'n'.
           move 'y' to more-records.

       210-count-one-unit.
           move vm-car-make to seek-make.
           perform 220-find-make-entry.
           if not mk-found
               perform 230-add-make-entry
           end-if.
           perform 215-count-one-unit-week
               varying wk-idx from 1 by 1
               until wk-idx > 52.
           read vehicle-master next record
               at end move 'n' to more-records
           end-read.

       215-count-one-unit-week.
           if vm-in-service-date <= wk-start-date (wk-idx)
               add 7 to mw-avail-days (mk-idx, wk-idx)
           else
               if vm-in-service-date <= wk-end-date (wk-idx)
                   move vm-in-service-date to walk-date
                   move wk-end-date (wk-idx) to walk-stop-date
                   move 0 to walk-count
                   perform 217-count-one-day
                       until walk-date-num > walk-stop-date
                   add walk-count to mw-avail-days (mk-idx, wk-idx)
               end-if
           end-if.

       217-count-one-day.
           add 1 to walk-count.
           perform 900-advance-walk-date.

       220-find-make-entry.
           move 'n' to mk-found-flag.
           perform 225-scan-one-make
               varying mk-idx from 1 by 1
               until mk-idx > make-count or mk-found.
           if mk-found
               move mk-match-idx to mk-idx
           end-if.

       225-scan-one-make.
           if mk-car-make (mk-idx) = seek-make
               move 'y' to mk-found-flag
               move mk-idx to mk-match-idx
           end-if.

       230-add-make-entry.
           if make-count >= 30
               display 'MAKE TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to make-count.
           move make-count to mk-idx.
           move seek-make to mk-car-make (mk-idx).
           perform 235-zero-one-make-week
               varying wk-idx from 1 by 1
               until wk-idx > 52.

       235-zero-one-make-week.
           move 0 to mw-avail-days (mk-idx, wk-idx).
           move 0 to mw-rented-days (mk-idx, wk-idx).
           move 0 to mw-waitlist-days (mk-idx, wk-idx).
           move 0 to mw-turned-days (mk-idx, wk-idx).

      *a rental earned every day from check-out to the day before
      *the return; a make no longer on the fleet is left out
       300-count-rented-days.
           open input billing-history.
           if bh-file-status = '00'
               read billing-history into billing-detail-record
                   at end move 'n' to more-records
               end-read
               perform 310-count-one-rental until more-records = 'n'
           end-if.
           close billing-history.
           move 'y' to more-records.

       310-count-one-rental.
           if bd-unit-id not = spaces
               and not bd-interim-bill
               and bd-checkout-date > 0
               and bd-return-date >= bd-checkout-date
               and bd-return-date >= wk-start-date (1)
               and bd-checkout-date <= wk-end-date (52)
               move bd-car-make to seek-make
               perform 220-find-make-entry
               if mk-found
                   move bd-checkout-date to walk-date
                   move bd-return-date to walk-stop-date
                   move 'R' to spread-kind
                   move 400 to walk-days-left
                   perform 800-spread-one-day
                   perform 800-spread-one-day
                       until walk-date-num >= walk-stop-date
                           or walk-days-left = 0
               end-if
           end-if.
           read billing-history into billing-detail-record
               at end move 'n' to more-records
           end-read.

      *sold-out demand is spread over the days it asked for
       400-count-unmet-demand.
           open input demand-log-file.
           if dl-file-status = '00'
               read demand-log-file
                   at end move 'n' to more-records
               end-read
               perform 410-count-one-request until more-records = 'n'
           end-if.
           close demand-log-file.
           move 'y' to more-records.

       410-count-one-request.
           move dl-car-make to seek-make.
           perform 220-find-make-entry.
           if mk-found
               and (dl-waitlisted or dl-turned-away)
               move dl-pickup-date to walk-date
               move dl-outcome to spread-kind
               if dl-est-days is numeric and dl-est-days > 0
                   move dl-est-days to walk-days-left
               else
                   move 1 to walk-days-left
               end-if
               perform 800-spread-one-day
                   until walk-days-left = 0
           end-if.
           read demand-log-file
               at end move 'n' to more-records
           end-read.

      *each week's multiplier moves with how hard the fleet ran
       500-recommend-make.
           perform 510-recommend-one-week
               varying wk-idx from 1 by 1
               until wk-idx > 52.

       510-recommend-one-week.
           move wk-start-date (wk-idx) to season-date.
           move mk-car-make (mk-idx) to seek-make.
           perform 520-find-current-multiplier.
           move mw-cur-mult (mk-idx, wk-idx) to proposed-work.
           if mw-avail-days (mk-idx, wk-idx) > 0
               compute utilization rounded =
                   mw-rented-days (mk-idx, wk-idx)
                   / mw-avail-days (mk-idx, wk-idx)
               compute demand-ratio rounded =
                   (mw-rented-days (mk-idx, wk-idx)
                    + mw-turned-days (mk-idx, wk-idx))
                   / mw-avail-days (mk-idx, wk-idx)
               evaluate true
                   when demand-ratio >= 1
                       add raise-sold-out to proposed-work
                   when utilization >= tight-utilization
                       and mw-waitlist-days (mk-idx, wk-idx) > 0
                       add raise-sold-out to proposed-work
                   when utilization >= tight-utilization
                       add raise-tight to proposed-work
                   when utilization < idle-utilization
                       subtract lower-idle from proposed-work
               end-evaluate
           end-if.
           if proposed-work < lowest-multiplier
               move lowest-multiplier to proposed-work
           end-if.
           if proposed-work > highest-multiplier
               move highest-multiplier to proposed-work
           end-if.
           move proposed-work to mw-prop-mult (mk-idx, wk-idx).

           if mw-cur-season (mk-idx, wk-idx) not = spaces
               move mw-cur-season (mk-idx, wk-idx)
                   to mw-prop-season (mk-idx, wk-idx)
           else
               if mw-prop-mult (mk-idx, wk-idx) > 1
                   move 'HIGH DEMAND '
                       to mw-prop-season (mk-idx, wk-idx)
               else
                   move 'LOW DEMAND  '
                       to mw-prop-season (mk-idx, wk-idx)
               end-if
           end-if.

           if mw-prop-mult (mk-idx, wk-idx)
                   > mw-cur-mult (mk-idx, wk-idx)
               add 1 to weeks-raised-count
           end-if.
           if mw-prop-mult (mk-idx, wk-idx)
                   < mw-cur-mult (mk-idx, wk-idx)
               add 1 to weeks-lowered-count
           end-if.

      *the billing run's own rule: the first row covering the date
      *for the make or for ALL
       520-find-current-multiplier.
           move 'n' to pc-found-flag.
           perform 525-scan-one-calendar-entry
               varying pc-idx from 1 by 1
               until pc-idx > price-calendar-count or pc-found.
           if pc-found
               move pc-multiplier (pc-match-idx)
                   to mw-cur-mult (mk-idx, wk-idx)
               move pc-season-name (pc-match-idx)
                   to mw-cur-season (mk-idx, wk-idx)
           else
               move 1 to mw-cur-mult (mk-idx, wk-idx)
               move spaces to mw-cur-season (mk-idx, wk-idx)
           end-if.

       525-scan-one-calendar-entry.
           if season-date >= pc-start-date (pc-idx)
               and season-date <= pc-end-date (pc-idx)
               and (pc-car-make (pc-idx) = seek-make
                   or pc-car-make (pc-idx) = 'ALL ')
               move 'y' to pc-found-flag
               move pc-idx to pc-match-idx
           end-if.

       600-print-one-make.
           perform 610-print-one-week
               varying wk-idx from 1 by 1
               until wk-idx > 52.
           move spaces to record-out.
           write record-out after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       610-print-one-week.
           move mk-car-make (mk-idx) to wko-make-out.
           move wk-start-date (wk-idx) to wko-week-out.
           move mw-avail-days (mk-idx, wk-idx) to wko-avail-out.
           move mw-rented-days (mk-idx, wk-idx) to wko-rented-out.
           move mw-waitlist-days (mk-idx, wk-idx) to wko-wait-out.
           move mw-turned-days (mk-idx, wk-idx) to wko-turn-out.
           move 0 to utilization-pct.
           if mw-avail-days (mk-idx, wk-idx) > 0
               compute utilization-pct rounded =
                   (mw-rented-days (mk-idx, wk-idx) * 100)
                   / mw-avail-days (mk-idx, wk-idx)
           end-if.
           move utilization-pct to wko-util-out.
           move mw-cur-mult (mk-idx, wk-idx) to wko-curr-out.
           move mw-prop-mult (mk-idx, wk-idx) to wko-prop-out.
           evaluate true
               when mw-prop-mult (mk-idx, wk-idx)
                       > mw-cur-mult (mk-idx, wk-idx)
                   move 'UP  ' to wko-change-out
               when mw-prop-mult (mk-idx, wk-idx)
                       < mw-cur-mult (mk-idx, wk-idx)
                   move 'DOWN' to wko-change-out
               when other
                   move spaces to wko-change-out
           end-evaluate.
           write record-out from print-week-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       650-print-calendar-head.
           write record-out from calendar-title-out
               after advancing page.
           move 'P' to capture-mode.
           perform 8020-capture-line.
           write record-out from calendar-head-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

       660-print-one-current-row.
           move pc-start-date (pc-idx) to cal-from-out.
           move pc-end-date (pc-idx) to cal-to-out.
           move pc-car-make (pc-idx) to cal-make-out.
           move pc-season-name (pc-idx) to cal-season-out.
           move pc-multiplier (pc-idx) to cal-mult-out.
           write record-out from print-calendar-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *consecutive weeks at the same multiplier and season become
      *one row; a flat 1.00 stretch needs no row at all
       700-propose-one-make.
           move 1 to range-start-wk.
           perform 710-close-range-if-ends
               varying wk-idx from 1 by 1
               until wk-idx > 52.

       710-close-range-if-ends.
           move 'n' to range-ends-flag.
           if wk-idx = 52
               move 'y' to range-ends-flag
           else
               if mw-prop-mult (mk-idx, wk-idx + 1)
                       not = mw-prop-mult (mk-idx, wk-idx)
                   or mw-prop-season (mk-idx, wk-idx + 1)
                       not = mw-prop-season (mk-idx, wk-idx)
                   move 'y' to range-ends-flag
               end-if
           end-if.
           if range-ends
               if mw-prop-mult (mk-idx, wk-idx) not = 1
                   perform 720-write-proposed-row
               end-if
               compute range-start-wk = wk-idx + 1
           end-if.

      *the same weeks one year on
       720-write-proposed-row.
           move wk-start-date (range-start-wk) to shift-date.
           perform 730-shift-one-year.
           move shift-date to ppr-start-date.
           move wk-end-date (wk-idx) to shift-date.
           perform 730-shift-one-year.
           move shift-date to ppr-end-date.
           move mk-car-make (mk-idx) to ppr-car-make.
           move mw-prop-season (mk-idx, wk-idx) to ppr-season-name.
           move mw-prop-mult (mk-idx, wk-idx) to ppr-multiplier.
           write proposed-calendar-record.
           add 1 to proposed-row-count.

           move ppr-start-date to cal-from-out.
           move ppr-end-date to cal-to-out.
           move ppr-car-make to cal-make-out.
           move ppr-season-name to cal-season-out.
           move ppr-multiplier to cal-mult-out.
           write record-out from print-calendar-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       730-shift-one-year.
           add 1 to shift-yyyy.
           if shift-mmdd = '0229'
               move 28 to shift-dd
           end-if.

      *adds one day of the spread kind to the week the walk date
      *falls in, then steps the walk date on
       800-spread-one-day.
           perform 910-find-week.
           if wk-found
               evaluate spread-kind
                   when 'R'
                       add 1 to mw-rented-days (mk-idx, wk-match-idx)
                   when 'W'
                       add 1
                           to mw-waitlist-days (mk-idx, wk-match-idx)
                   when 'T'
                       add 1 to mw-turned-days (mk-idx, wk-match-idx)
               end-evaluate
           end-if.
           perform 900-advance-walk-date.
           subtract 1 from walk-days-left.

      *the calendar proper: month lengths, with February's leap day
      *every fourth year except centuries not divisible by 400
       900-advance-walk-date.
           move month-length (walk-mm) to days-this-month.
           if walk-mm = 2
               divide walk-yyyy by 4
                   giving leap-quotient remainder leap-rem-4
               divide walk-yyyy by 100
                   giving leap-quotient remainder leap-rem-100
               divide walk-yyyy by 400
                   giving leap-quotient remainder leap-rem-400
               if leap-rem-4 = 0
                   and (leap-rem-100 not = 0 or leap-rem-400 = 0)
                   move 29 to days-this-month
               end-if
           end-if.
           add 1 to walk-dd.
           if walk-dd > days-this-month
               move 1 to walk-dd
               add 1 to walk-mm
               if walk-mm > 12
                   move 1 to walk-mm
                   add 1 to walk-yyyy
               end-if
           end-if.

       910-find-week.
           move 'n' to wk-found-flag.
           if walk-date-num >= wk-start-date (1)
               and walk-date-num <= wk-end-date (52)
               perform 915-scan-one-week
                   varying wk-idx from 1 by 1
                   until wk-idx > 52 or wk-found
           end-if.

       915-scan-one-week.
           if walk-date-num >= wk-start-date (wk-idx)
               and walk-date-num <= wk-end-date (wk-idx)
               move 'y' to wk-found-flag
               move wk-idx to wk-match-idx
           end-if.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       end program crdemand.
