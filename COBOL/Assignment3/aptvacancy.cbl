      *Apartment vacancy and availability report
      *
      *Every unit on the UNITMAST unit master is joined to the
      *LEASEMAST leases active on the run date; a unit with no
      *active lease isn't producing rent and prints, whatever its
      *status says: how long it has sat vacant (30/360 days, the
      *same count aptturn.cbl and the aging jobs use, from the day
      *after its last lease ended, or from the unit master's
      *vacant date for a unit never leased), its asking rent next
      *to the MKTRENT market rent for its building and unit type,
      *the rent lost to date at the asking rent, and the make-ready
      *WORKORD orders keyed to the unit since it went vacant.
      *Units stay grouped by building with a vacant-unit subtotal.
      *A preventive-maintenance order still pending on WORKORD
      *(aptpmsched.cbl) is an estimate, not work done, and is left
      *out.
      *
      *A unit the master calls occupied with no active lease, or
      *one with an active lease that the master still calls
      *vacant, is flagged on the report and the shared exception
      *log so the master gets corrected.  A closing section checks
      *each building's BLDGMAST expected-unit count against the
      *units actually on UNITMAST.
       identification division.
       program-id. aptvacancy.
       environment division.
       input-output section.

       file-control.
           select unit-master assign to "UNITMAST"
                 organization is indexed
                 access mode is sequential
                 record key is um-unit-key
                 file status is um-file-status.
           select building-master assign to "BLDGMAST"
                 organization is indexed
                 access mode is sequential
                 record key is bm-building-id
                 file status is bm-file-status.
           select lease-master assign to "LEASEMAST"
                 organization is line sequential
                 file status is lm-file-status.
      *> optional: a quiet period has no work orders at all
           select optional work-order-file assign to "WORKORD"
                 organization is line sequential
                 file status is wo-file-status.
      *> optional: a portfolio with no market survey yet prices
      *> every unit against zero
           select optional market-rent-file assign to "MKTRENT"
                 organization is line sequential
                 file status is mr-file-status.

           select file-out assign to printer, "con".

           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd unit-master label records are standard.
       01 unit-master-record.
           05 um-unit-key.
               10 um-building-id   pic x(3).
               10 um-unit-no       pic x(4).
           05 um-unit-type         pic x(2).
           05 um-bedrooms          pic 9.
           05 um-square-feet       pic 9(5).
           05 um-asking-rent       pic 9(5)v99.
           05 um-status            pic x.
               88 um-occupied          value 'O'.
               88 um-vacant-ready      value 'R'.
               88 um-vacant-not-ready  value 'N'.
               88 um-down-renovation   value 'D'.
           05 um-vacant-since      pic 9(8).

       fd building-master label records are standard.
       01 building-master-record.
           05 bm-building-id    pic x(3).
           05 bm-expected-units pic 9(5).
           05 bm-min-rent       pic 9(8).
           05 bm-max-rent       pic 9(8).

       fd lease-master label records are standard.
       01 lease-master-record.
           05 lm-building-id    pic x(3).
           05 lm-unit-no        pic x(4).
           05 lm-tenant-name    pic x(20).
           05 lm-monthly-rent   pic 9(5)v99.
           05 lm-lease-start    pic 9(8).
           05 lm-lease-end      pic 9(8).
           05 lm-unit-type      pic x(2).
           05 lm-utility-factor pic 9v99.
           05 lm-late-fee       pic 9(3)v99.
           05 lm-grace-day      pic 99.

       fd work-order-file label records are standard.
       01 work-order-record.
           05 wo-building-id    pic x(3).
           05 wo-category       pic x(10).
           05 wo-vendor         pic x(15).
           05 wo-vendor-id      pic x(5).
           05 wo-unit-no        pic x(4).
           05 wo-work-date      pic 9(8).
           05 wo-amount         pic 9(5)v99.
           05 wo-status         pic x.
               88 wo-pending        value 'P'.
           05 wo-pm-task-id     pic x(4).

       fd market-rent-file label records are standard.
       01 market-rent-record.
           05 mr-building-id    pic x(3).
           05 mr-unit-type      pic x(2).
           05 mr-market-rent    pic 9(5)v99.

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 um-file-status pic xx.
       01 bm-file-status pic xx.
       01 lm-file-status pic xx.
       01 wo-file-status pic xx.
       01 mr-file-status pic xx.
       01 run-date-num pic 9(8) value 0.

      *every lease's unit and dates; only whether one is active on
      *the run date and when the last one ended matter here
       01 lease-table.
           05 lease-entry occurs 300 times.
               10 lt-building-id    pic x(3).
               10 lt-unit-no        pic x(4).
               10 lt-lease-start    pic 9(8).
               10 lt-lease-end      pic 9(8).
       01 lease-count pic 999 value 0.
       01 lease-idx pic 999 value 0.
       01 active-lease-flag pic x value 'n'.
           88 unit-has-active-lease value 'y'.
       01 last-lease-end pic 9(8) value 0.

      *work orders keyed to a unit
       01 order-table.
           05 order-entry occurs 500 times.
               10 ot-building-id    pic x(3).
               10 ot-unit-no        pic x(4).
               10 ot-work-date      pic 9(8).
               10 ot-amount         pic 9(5)v99.
       01 order-count pic 999 value 0.
       01 ot-idx pic 999 value 0.

       01 market-table.
           05 market-entry occurs 100 times.
               10 mt-building-id    pic x(3).
               10 mt-unit-type      pic x(2).
               10 mt-market-rent    pic 9(5)v99.
       01 market-count pic 999 value 0.
       01 mt-idx pic 999 value 0.
       01 mt-found-flag pic x value 'n'.
           88 mt-found value 'y'.
       01 market-rent pic 9(5)v99 value 0.

      *units counted per building for the BLDGMAST check
       01 building-count-table.
           05 building-count-entry occurs 50 times.
               10 bc-building-id    pic x(3).
               10 bc-units-on-file  pic 9(5).
               10 bc-vacant-units   pic 9(5).
               10 bc-checked-flag   pic x.
                   88 bc-checked        value 'y'.
       01 building-count pic 99 value 0.
       01 bc-idx pic 99 value 0.
       01 bc-match-idx pic 99 value 0.
       01 search-building pic x(3) value spaces.
       01 bc-found-flag pic x value 'n'.
           88 bc-found value 'y'.

      *the vacancy measured for one unit
       01 vacant-since-date pic 9(8) value 0.
       01 vacant-days pic s9(5) value 0.
       01 rent-lost pic 9(7)v99 value 0.
       01 makeready-orders pic 99 value 0.
       01 makeready-spend pic 9(7)v99 value 0.
       01 date-split-a.
           05 da-yyyy pic 9(4).
           05 da-mm   pic 9(2).
           05 da-dd   pic 9(2).
       01 date-split-b.
           05 db-yyyy pic 9(4).
           05 db-mm   pic 9(2).
           05 db-dd   pic 9(2).

       01 current-building pic x(3) value spaces.
       01 building-vacant pic 9(5) value 0.
       01 building-lost pic 9(7)v99 value 0.
       01 units-on-file pic 9(5) value 0.
       01 vacant-units pic 9(5) value 0.
       01 total-rent-lost pic 9(9)v99 value 0.
       01 status-mismatch-count pic 9(5) value 0.
       01 building-mismatch-count pic 9(5) value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.

       01 line1-out.
           05 filler pic x(22) value spaces.
           05 filler pic x(35) value
               'Apartment Vacancy And Availability'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(3) value 'Bld'.
           05 filler pic x(1) value spaces.
           05 filler pic x(4) value 'Unit'.
           05 filler pic x(1) value spaces.
           05 filler pic x(2) value 'Ty'.
           05 filler pic x(2) value spaces.
           05 filler pic x(3) value 'Sts'.
           05 filler pic x(2) value spaces.
           05 filler pic x(4) value 'Days'.
           05 filler pic x(2) value spaces.
           05 filler pic x(10) value '    Asking'.
           05 filler pic x(1) value spaces.
           05 filler pic x(10) value '    Market'.
           05 filler pic x(1) value spaces.
           05 filler pic x(11) value '  Rent Lost'.
           05 filler pic x(1) value spaces.
           05 filler pic x(2) value 'MR'.
           05 filler pic x(1) value spaces.
           05 filler pic x(10) value 'Make-Ready'.

       01 print-vacancy-out.
           05 filler                pic x(1) value spaces.
           05 vac-bldg-out          pic x(3).
           05 filler                pic x(1) value spaces.
           05 vac-unit-out          pic x(4).
           05 filler                pic x(1) value spaces.
           05 vac-type-out          pic x(2).
           05 filler                pic x(2) value spaces.
           05 vac-status-out        pic x(3).
           05 filler                pic x(2) value spaces.
           05 vac-days-out          pic zzz9.
           05 filler                pic x(2) value spaces.
           05 vac-asking-out        pic $zz,zz9.99.
           05 filler                pic x(1) value spaces.
           05 vac-market-out        pic $zz,zz9.99.
           05 filler                pic x(1) value spaces.
           05 vac-lost-out          pic $zzz,zz9.99.
           05 filler                pic x(1) value spaces.
           05 vac-orders-out        pic z9.
           05 filler                pic x(1) value spaces.
           05 vac-spend-out         pic $zz,zz9.99.

       01 mismatch-out.
           05 filler                pic x(6) value spaces.
           05 filler                pic x(4) value '*** '.
           05 mis-bldg-out          pic x(3).
           05 filler                pic x(1) value spaces.
           05 mis-unit-out          pic x(4).
           05 filler                pic x(2) value spaces.
           05 mis-text-out          pic x(40).

       01 building-total-out.
           05 filler                pic x(1) value spaces.
           05 bto-bldg-out          pic x(3).
           05 filler                pic x(2) value spaces.
           05 filler                pic x(14) value 'Vacant Units: '.
           05 bto-vacant-out        pic zzzz9.
           05 filler                pic x(17) value spaces.
           05 bto-lost-out          pic $zzz,zz9.99.

       01 unit-check-title-out.
           05 filler pic x(24) value spaces.
           05 filler pic x(32) value
               'Expected Units Against UNITMAST'.

       01 unit-check-head-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(8) value 'Building'.
           05 filler pic x(3) value spaces.
           05 filler pic x(8) value 'Expected'.
           05 filler pic x(3) value spaces.
           05 filler pic x(7) value 'On File'.
           05 filler pic x(3) value spaces.
           05 filler pic x(6) value 'Vacant'.
           05 filler pic x(3) value spaces.
           05 filler pic x(7) value 'Verdict'.

       01 unit-check-out.
           05 filler                pic x(4) value spaces.
           05 chk-bldg-out          pic x(3).
           05 filler                pic x(7) value spaces.
           05 chk-expected-out      pic zzzz9.
           05 filler                pic x(5) value spaces.
           05 chk-on-file-out       pic zzzz9.
           05 filler                pic x(4) value spaces.
           05 chk-vacant-out        pic zzzz9.
           05 filler                pic x(4) value spaces.
           05 chk-verdict-out       pic x(18).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(7) value 'Units: '.
           05 units-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(8) value 'Vacant: '.
           05 vacant-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(11) value 'Rent Lost: '.
           05 total-lost-out pic $z,zzz,zz9.99.

       procedure division.
       100-main.
           open output file-out.
           perform 8900-open-exception-log.
           move 'APTVACANCY  ' to excp-this-job.

           move 'VACANCY REPORT      ' to banner-job-name.
           move 'AV0001' to banner-batch-id.
           perform 8000-print-banner-page.
           move banner-run-date-ccyymmdd to run-date-num.

           perform 110-load-leases.
           perform 130-load-work-orders.
           perform 150-load-market-rents.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 200-report-vacancies.
           perform 600-check-expected-units.

           move units-on-file to units-count-out.
           move vacant-units to vacant-count-out.
           move total-rent-lost to total-lost-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

       110-load-leases.
           open input lease-master.
           if lm-file-status not = '00'
               display 'LEASE-MASTER FAILED TO OPEN, STATUS '
                   lm-file-status
               stop run
           end-if.
           read lease-master at end move 'n' to more-records.
           perform 115-load-one-lease until more-records = 'n'.
           close lease-master.
           move 'y' to more-records.

       115-load-one-lease.
           if lease-count >= 300
               display 'LEASE TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to lease-count.
           move lm-building-id to lt-building-id (lease-count).
           move lm-unit-no to lt-unit-no (lease-count).
           move lm-lease-start to lt-lease-start (lease-count).
           move lm-lease-end to lt-lease-end (lease-count).
           read lease-master at end move 'n' to more-records.

       130-load-work-orders.
           open input work-order-file.
           if wo-file-status = '00'
               read work-order-file
                   at end move 'n' to more-records
               end-read
               perform 135-load-one-order until more-records = 'n'
           end-if.
           close work-order-file.
           move 'y' to more-records.

       135-load-one-order.
           if wo-unit-no not = spaces
               and not wo-pending
               if order-count >= 500
                   display 'ORDER TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to order-count
               move wo-building-id to ot-building-id (order-count)
               move wo-unit-no to ot-unit-no (order-count)
               move wo-work-date to ot-work-date (order-count)
               move wo-amount to ot-amount (order-count)
           end-if.
           read work-order-file
               at end move 'n' to more-records
           end-read.

       150-load-market-rents.
           open input market-rent-file.
           if mr-file-status = '00'
               read market-rent-file
                   at end move 'n' to more-records
               end-read
               perform 155-load-one-market until more-records = 'n'
           end-if.
           close market-rent-file.
           move 'y' to more-records.

       155-load-one-market.
           if market-count >= 100
               display 'MARKET TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to market-count.
           move mr-building-id to mt-building-id (market-count).
           move mr-unit-type to mt-unit-type (market-count).
           move mr-market-rent to mt-market-rent (market-count).
           read market-rent-file
               at end move 'n' to more-records
           end-read.

      *UNITMAST reads in key order, so units arrive grouped by
      *building and the subtotal breaks on the building change
       200-report-vacancies.
           open input unit-master.
           if um-file-status not = '00'
               display 'UNIT-MASTER FAILED TO OPEN, STATUS '
                   um-file-status
               stop run
           end-if.
           read unit-master next record
               at end move 'n' to more-records
           end-read.
           perform 210-judge-one-unit until more-records = 'n'.
           close unit-master.
           move 'y' to more-records.
           if current-building not = spaces
               perform 290-print-building-total
           end-if.

       210-judge-one-unit.
           if um-building-id not = current-building
               if current-building not = spaces
                   perform 290-print-building-total
               end-if
               move um-building-id to current-building
           end-if.
           add 1 to units-on-file.
           perform 620-find-building-count.
           add 1 to bc-units-on-file (bc-idx).

           move 'n' to active-lease-flag.
           move 0 to last-lease-end.
           perform 215-scan-one-lease
               varying lease-idx from 1 by 1
               until lease-idx > lease-count.

           if unit-has-active-lease
               if not um-occupied
                   move 'ACTIVE LEASE BUT UNITMAST SAYS VACANT'
                       to mis-text-out
                   perform 280-flag-status-mismatch
               end-if
           else
               perform 220-measure-vacancy
               if um-occupied
                   move 'UNITMAST SAYS OCCUPIED - NO ACTIVE LEASE'
                       to mis-text-out
                   perform 280-flag-status-mismatch
               end-if
           end-if.
           read unit-master next record
               at end move 'n' to more-records
           end-read.

       215-scan-one-lease.
           if lt-building-id (lease-idx) = um-building-id
               and lt-unit-no (lease-idx) = um-unit-no
               if lt-lease-start (lease-idx) <= run-date-num
                   and lt-lease-end (lease-idx) >= run-date-num
                   move 'y' to active-lease-flag
               end-if
               if lt-lease-end (lease-idx) < run-date-num
                   and lt-lease-end (lease-idx) > last-lease-end
                   move lt-lease-end (lease-idx) to last-lease-end
               end-if
           end-if.

      *vacant from the last lease end, or from the master's vacant
      *date for a unit never leased (or leased before the history
      *on file); lost rent runs at the asking rent
       220-measure-vacancy.
           if last-lease-end > 0
               move last-lease-end to vacant-since-date
           else
               move um-vacant-since to vacant-since-date
           end-if.
           move 0 to vacant-days.
           if vacant-since-date > 0
               move vacant-since-date to date-split-a
               move run-date-num to date-split-b
               compute vacant-days =
                   ((db-yyyy - da-yyyy) * 360)
                   + ((db-mm - da-mm) * 30)
                   + (db-dd - da-dd)
               if vacant-days < 0
                   move 0 to vacant-days
               end-if
           end-if.
           compute rent-lost rounded =
               um-asking-rent * vacant-days / 30.

           move 0 to makeready-orders.
           move 0 to makeready-spend.
           perform 230-scan-one-order
               varying ot-idx from 1 by 1
               until ot-idx > order-count.
           perform 240-find-market-rent.

           add 1 to vacant-units.
           add 1 to building-vacant.
           add 1 to bc-vacant-units (bc-idx).
           add rent-lost to building-lost.
           add rent-lost to total-rent-lost.

           move um-building-id to vac-bldg-out.
           move um-unit-no to vac-unit-out.
           move um-unit-type to vac-type-out.
           evaluate true
               when um-vacant-ready
                   move 'RDY' to vac-status-out
               when um-vacant-not-ready
                   move 'NRD' to vac-status-out
               when um-down-renovation
                   move 'REN' to vac-status-out
               when um-occupied
                   move 'OCC' to vac-status-out
               when other
                   move '???' to vac-status-out
           end-evaluate.
           move vacant-days to vac-days-out.
           move um-asking-rent to vac-asking-out.
           move market-rent to vac-market-out.
           move rent-lost to vac-lost-out.
           move makeready-orders to vac-orders-out.
           move makeready-spend to vac-spend-out.
           write record-out from print-vacancy-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *make-ready work on the unit since it went empty
       230-scan-one-order.
           if ot-building-id (ot-idx) = um-building-id
               and ot-unit-no (ot-idx) = um-unit-no
               and ot-work-date (ot-idx) >= vacant-since-date
               add 1 to makeready-orders
               add ot-amount (ot-idx) to makeready-spend
           end-if.

       240-find-market-rent.
           move 0 to market-rent.
           move 'n' to mt-found-flag.
           perform 245-scan-one-market
               varying mt-idx from 1 by 1
               until mt-idx > market-count or mt-found.

       245-scan-one-market.
           if mt-building-id (mt-idx) = um-building-id
               and mt-unit-type (mt-idx) = um-unit-type
               move 'y' to mt-found-flag
               move mt-market-rent (mt-idx) to market-rent
           end-if.

       280-flag-status-mismatch.
           add 1 to status-mismatch-count.
           move um-building-id to mis-bldg-out.
           move um-unit-no to mis-unit-out.
           write record-out from mismatch-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'USTS' to excp-reason-code.
           move mis-text-out to excp-reason-text.
           move unit-master-record to excp-record-image.
           perform 9000-log-exception.

       290-print-building-total.
           move current-building to bto-bldg-out.
           move building-vacant to bto-vacant-out.
           move building-lost to bto-lost-out.
           write record-out from building-total-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 0 to building-vacant.
           move 0 to building-lost.

      *each BLDGMAST building's expected count against the units
      *actually on file; a building with units but no BLDGMAST row
      *is called out too
       600-check-expected-units.
           write record-out from unit-check-title-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from unit-check-head-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           open input building-master.
           if bm-file-status not = '00'
               display 'BUILDING-MASTER FAILED TO OPEN, STATUS '
                   bm-file-status
               stop run
           end-if.
           read building-master next record
               at end move 'n' to more-records
           end-read.
           perform 610-check-one-building until more-records = 'n'.
           close building-master.
           move 'y' to more-records.
           perform 630-check-one-orphan
               varying bc-idx from 1 by 1
               until bc-idx > building-count.

       610-check-one-building.
           move bm-building-id to search-building.
           move 'n' to bc-found-flag.
           perform 625-scan-one-building-count
               varying bc-idx from 1 by 1
               until bc-idx > building-count or bc-found.
           move bm-building-id to chk-bldg-out.
           move bm-expected-units to chk-expected-out.
           if bc-found
               move 'y' to bc-checked-flag (bc-match-idx)
               move bc-units-on-file (bc-match-idx)
                   to chk-on-file-out
               move bc-vacant-units (bc-match-idx) to chk-vacant-out
               evaluate true
                   when bc-units-on-file (bc-match-idx)
                           = bm-expected-units
                       move 'AGREES            ' to chk-verdict-out
                   when bc-units-on-file (bc-match-idx)
                           < bm-expected-units
                       move '** UNITS MISSING  ' to chk-verdict-out
                   when other
                       move '** UNITS OVER     ' to chk-verdict-out
               end-evaluate
           else
               move 0 to chk-on-file-out
               move 0 to chk-vacant-out
               move '** NO UNITS ON FILE' to chk-verdict-out
           end-if.
           write record-out from unit-check-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           if chk-verdict-out not = 'AGREES            '
               perform 640-log-unit-count
           end-if.
           read building-master next record
               at end move 'n' to more-records
           end-read.

       620-find-building-count.
           move um-building-id to search-building.
           move 'n' to bc-found-flag.
           perform 625-scan-one-building-count
               varying bc-idx from 1 by 1
               until bc-idx > building-count or bc-found.
           if bc-found
               move bc-match-idx to bc-idx
           else
               if building-count >= 50
                   display 'BUILDING TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to building-count
               move building-count to bc-idx
               move um-building-id to bc-building-id (bc-idx)
               move 0 to bc-units-on-file (bc-idx)
               move 0 to bc-vacant-units (bc-idx)
               move 'n' to bc-checked-flag (bc-idx)
           end-if.

       625-scan-one-building-count.
           if bc-building-id (bc-idx) = search-building
               move 'y' to bc-found-flag
               move bc-idx to bc-match-idx
           end-if.

       630-check-one-orphan.
           if not bc-checked (bc-idx)
               move bc-building-id (bc-idx) to chk-bldg-out
               move 0 to chk-expected-out
               move bc-units-on-file (bc-idx) to chk-on-file-out
               move bc-vacant-units (bc-idx) to chk-vacant-out
               move '** NOT ON BLDGMAST' to chk-verdict-out
               write record-out from unit-check-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
               perform 640-log-unit-count
           end-if.

       640-log-unit-count.
           add 1 to building-mismatch-count.
           move 'UCNT' to excp-reason-code.
           move 'BLDGMAST expected units disagree' to excp-reason-text.
           move unit-check-out to excp-record-image.
           perform 9000-log-exception.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       end program aptvacancy.
