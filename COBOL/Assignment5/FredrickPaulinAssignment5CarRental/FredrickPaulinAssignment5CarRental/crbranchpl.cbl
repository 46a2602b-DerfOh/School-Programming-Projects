      *Monthly branch profit-and-loss statement
      *
      *The fleet summary and the branch ranking show what each lot
      *bills, but not whether the lot makes money.  This job puts
      *a month's revenue and cost side by side per branch, from the
      *same files the books are kept from, so the airport-versus-
      *downtown argument gets settled with accounting's numbers:
      *
      *  - revenue by check-out branch from the month's billing
      *    detail (operations concatenates the nightly BILLDETL
      *    files into one month-to-date file, as for crcorpinv.cbl):
      *    time and mileage, coverage, refueling, late fees, drop-
      *    off fees and the young-driver surcharge, less corporate
      *    discounts.  Tax is the state's and damage billed is
      *    netted in the claim cost, so neither is revenue here;
      *    toll and no-show invoices carry no unit and are skipped;
      *  - one month of straight-line depreciation for every unit
      *    on VEHMAST, charged to its vm-home-branch, figured the
      *    way crdepjrnl.cbl posts it;
      *  - maintenance spend from the SVCCOST ledger.  The ledger
      *    is lifetime-to-date, so the month's spend is the growth
      *    since last month's run, measured against the PLSVCSNP
      *    snapshot this job carries; a rerun inside the month
      *    measures from the same starting point.  The very first
      *    run has no snapshot and takes the ledger as its
      *    starting point, so it shows no maintenance;
      *  - net damage cost of the DMGCLAIM claims closed this month
      *    (repair less billed less insurance, the same figure
      *    crclaims.cbl posts into SVCCOST, so it is taken out of
      *    the maintenance growth rather than counted twice);
      *  - credit memos cradjust.cbl applied this month (CRMEMOLG),
      *    charged to the branch that wrote the rental, found by
      *    agreement number on BILLHIST.  Tax credits are the
      *    state's and are skipped.
      *
      *Units and claims are charged to the unit's home branch, and
      *so is a bill that carries no check-out branch.  A
      *unit missing from VEHMAST, or a memo whose rental can't be
      *found, is charged to branch '???' and logged to the shared
      *exception log, so the statements still add up to the books.
      *
      *It prints one statement per branch, an all-branch statement,
      *a side-by-side comparison four branches across, and writes
      *the same figures to the PLEXTR delimited extract.  Run at
      *month end, after the night's jobs.
       identification division.
       program-id. crbranchpl.
       environment division.
       input-output section.


       file-control.
           select billing-detail assign to "BILLDETL"
                 organization is line sequential
                 file status is bd-file-status.

      *> every billed rental across runs, for the branch behind a
      *> credit memo
           select optional billing-history assign to "BILLHIST"
                 organization is line sequential
                 file status is bh-file-status.

           select vehicle-master assign to "VEHMAST"
                 organization is indexed
                 access mode is dynamic
                 record key is vm-unit-id
                 file status is vm-file-status.

      *> optional: a fleet with no completed services yet has no
      *> ledger on disk at all
           select optional service-cost-ledger assign to "SVCCOST"
                 organization is indexed
                 access mode is sequential
                 record key is sc-unit-id
                 file status is sc-file-status.

      *> optional: a fleet that has never had a claim has no
      *> claim master on disk at all
           select optional claim-master assign to "DMGCLAIM"
                 organization is indexed
                 access mode is sequential
                 record key is dc-claim-no
                 file status is dc-file-status.

      *> credit memos cradjust.cbl has applied, kept across runs
           select optional memo-log-file assign to "CRMEMOLG"
                 organization is line sequential
                 file status is ml-file-status.

      *> the SVCCOST ledger as last month's run left it
           select optional snapshot-file assign to "PLSVCSNP"
                 organization is line sequential
                 file status is ss-file-status.

      *> delimited twin of the statements
           select extract-file assign to "PLEXTR"
                 organization is line sequential.

           select file-out assign to printer, "con".

           copy EXCPSEL.


           copy RPTSEL.

       data division.
       file section.
       fd billing-detail label records are omitted.
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

       fd service-cost-ledger label records are standard.
       01 service-cost-record.
           05 sc-unit-id            pic x(5).
           05 sc-service-count      pic 9(3).
           05 sc-total-cost         pic 9(7)v99.

       fd claim-master label records are standard.
       01 claim-master-record.
           05 dc-claim-no           pic 9(7).
           05 dc-unit-id            pic x(5).
           05 dc-agreement-no       pic 9(7).
           05 dc-customer-id        pic x(6).
           05 dc-open-date          pic 9(8).
           05 dc-status             pic x.
               88 dc-open               value 'O'.
               88 dc-closed             value 'C'.
           05 dc-billed-amount      pic 9(7)v99.
           05 dc-repair-cost        pic 9(7)v99.
           05 dc-insurance-recovery pic 9(7)v99.
           05 dc-close-date         pic 9(8).

       fd memo-log-file label records are omitted.
       01 memo-log-record.
           05 ml-memo-date          pic 9(8).
           05 ml-customer-id        pic x(6).
           05 ml-component          pic x.
               88 ml-tax-credit         value 'T'.
           05 ml-agreement-no       pic 9(7).
           05 ml-amount             pic 9(7)v99.

       fd snapshot-file label records are omitted.
       01 snapshot-record.
           05 ss-unit-id            pic x(5).
           05 ss-period             pic 9(6).
           05 ss-baseline-cost      pic 9(7)v99.
           05 ss-last-cost          pic 9(7)v99.

       fd extract-file label records are omitted.
       01 extract-record pic x(200).

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy EXCPFD.


       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 bd-file-status pic xx.
       01 bh-file-status pic xx.
       01 vm-file-status pic xx.
       01 sc-file-status pic xx.
       01 dc-file-status pic xx.
       01 ml-file-status pic xx.
       01 ss-file-status pic xx.

      *the month being reported, ccyymm
       01 run-period.
           05 run-period-yyyy pic 9(4).
           05 run-period-mm   pic 9(2).
       01 run-period-num redefines run-period pic 9(6).
       01 work-date-split.
           05 work-yyyy pic 9(4).
           05 work-mm   pic 9(2).
           05 work-dd   pic 9(2).

      *the fourteen lines of a statement; the named view is what
      *the tallies add into, the table view is what prints
       01 branch-table.
           05 branch-entry occurs 50 times.
               10 bp-branch             pic x(3).
               10 bp-printed-flag       pic x.
                   88 bp-printed            value 'y'.
               10 bp-figures.
                   15 bp-time-mileage   pic s9(9)v99.
                   15 bp-coverage       pic s9(9)v99.
                   15 bp-fuel           pic s9(9)v99.
                   15 bp-late-fee       pic s9(9)v99.
                   15 bp-dropoff        pic s9(9)v99.
                   15 bp-young-driver   pic s9(9)v99.
                   15 bp-corp-discount  pic s9(9)v99.
                   15 bp-total-revenue  pic s9(9)v99.
                   15 bp-depreciation   pic s9(9)v99.
                   15 bp-maintenance    pic s9(9)v99.
                   15 bp-damage-cost    pic s9(9)v99.
                   15 bp-credit-memos   pic s9(9)v99.
                   15 bp-total-cost     pic s9(9)v99.
                   15 bp-net-income     pic s9(9)v99.
               10 bp-figure-table redefines bp-figures.
                   15 bp-figure occurs 14 times pic s9(9)v99.
       01 branch-count pic 99 value 0.
       01 bp-idx pic 99 value 0.
       01 bp-match-idx pic 99 value 0.
       01 bp-found-flag pic x value 'n'.
           88 bp-found value 'y'.
       01 seek-branch pic x(3).
       01 fig-idx pic 99 value 0.

      *the all-branch statement
       01 all-figure-table.
           05 all-figure occurs 14 times pic s9(9)v99 value 0.

       01 figure-label-values.
           05 filler pic x(20) value 'Time And Mileage    '.
           05 filler pic x(20) value 'Coverage            '.
           05 filler pic x(20) value 'Refueling           '.
           05 filler pic x(20) value 'Late Fees           '.
           05 filler pic x(20) value 'Drop-Off Fees       '.
           05 filler pic x(20) value 'Young Driver        '.
           05 filler pic x(20) value 'Corporate Discounts '.
           05 filler pic x(20) value 'TOTAL REVENUE       '.
           05 filler pic x(20) value 'Depreciation        '.
           05 filler pic x(20) value 'Maintenance         '.
           05 filler pic x(20) value 'Net Damage Cost     '.
           05 filler pic x(20) value 'Credit Memos        '.
           05 filler pic x(20) value 'TOTAL COST          '.
           05 filler pic x(20) value 'NET INCOME          '.
       01 figure-label-table redefines figure-label-values.
           05 figure-label occurs 14 times pic x(20).

      *the order branches print in, lowest code first
       01 print-order-table.
           05 print-order occurs 50 times pic 99.
       01 order-idx pic 99 value 0.
       01 low-idx pic 99 value 0.
       01 low-branch pic x(3).

      *the maintenance snapshot carried from the last run
       01 snapshot-table.
           05 snapshot-entry occurs 2000 times.
               10 sn-unit-id            pic x(5).
               10 sn-period             pic 9(6).
               10 sn-baseline-cost      pic 9(7)v99.
               10 sn-last-cost          pic 9(7)v99.
       01 snapshot-count pic 9(4) value 0.
       01 sn-idx pic 9(4) value 0.
       01 sn-match-idx pic 9(4) value 0.
       01 sn-found-flag pic x value 'n'.
           88 sn-found value 'y'.
       01 snapshot-on-file-flag pic x value 'n'.
           88 snapshot-on-file value 'y'.

      *this month's closed-claim cost per unit, kept out of the
      *maintenance growth it was also posted into
       01 claim-unit-table.
           05 claim-unit-entry occurs 500 times.
               10 cu-unit-id            pic x(5).
               10 cu-net-cost           pic 9(7)v99.
       01 claim-unit-count pic 999 value 0.
       01 cu-idx pic 999 value 0.
       01 cu-match-idx pic 999 value 0.
       01 cu-found-flag pic x value 'n'.
           88 cu-found value 'y'.

      *this month's credit memos, waiting for their rental to turn
      *up on the billing history
       01 memo-table.
           05 memo-entry occurs 500 times.
               10 me-agreement-no       pic 9(7).
               10 me-customer-id        pic x(6).
               10 me-amount             pic 9(7)v99.
               10 me-matched-flag       pic x.
                   88 me-matched            value 'y'.
       01 memo-count pic 999 value 0.
       01 me-idx pic 999 value 0.

       01 age-months pic s9(5) value 0.
       01 unit-month-depr pic 9(7)v99 value 0.
       01 net-claim-cost pic s9(8)v99 value 0.
       01 unit-claim-cost pic 9(7)v99 value 0.
       01 baseline-cost pic 9(7)v99 value 0.
       01 unit-maintenance pic s9(8)v99 value 0.
       01 statement-amount pic s9(9)v99 value 0.
       01 amount-scan-pos pic 99 value 0.
       01 amount-first-pos pic 99 value 0.

      *the comparison page, four branches across
       01 group-start pic 99 value 0.
       01 col-idx pic 9 value 0.
       01 col-count pic 9 value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy DELIMWS.

       01 line1-out.
           05 filler pic x(25) value spaces.
           05 filler pic x(30) value
               'Branch Profit And Loss'.

       01 statement-title-out.
           05 filler pic x(5) value spaces.
           05 filler pic x(8) value 'Branch: '.
           05 stmt-branch-out pic x(12).
           05 filler pic x(4) value spaces.
           05 filler pic x(7) value 'Month: '.
           05 stmt-month-out pic 99.
           05 filler pic x value '/'.
           05 stmt-year-out pic 9(4).

       01 section-head-out.
           05 filler pic x(5) value spaces.
           05 section-head-text pic x(20).

       01 statement-line-out.
           05 filler pic x(7) value spaces.
           05 stmt-label-out pic x(20).
           05 filler pic x(6) value spaces.
           05 stmt-amount-out pic $zzz,zzz,zz9.99-.

      *column heads for the comparison page, filled per group
       01 line2-out.
           05 filler pic x(20) value spaces.
           05 cmp-head occurs 4 times.
               10 filler pic x(11) value spaces.
               10 cmp-branch-out pic x(3).

       01 comparison-line-out.
           05 cmp-label-out pic x(20).
           05 cmp-column occurs 4 times.
               10 filler pic x(1) value spaces.
               10 cmp-amount-out pic $z,zzz,zz9.99-.

       01 comparison-title-out.
           05 filler pic x(25) value spaces.
           05 filler pic x(30) value
               'Branch Comparison'.


       procedure division.
       100-main.
           open input billing-detail.
           if bd-file-status not = '00'
               display 'BILLING-DETAIL FAILED TO OPEN, STATUS '
                   bd-file-status
               stop run
           end-if.
           open input vehicle-master.
           if vm-file-status not = '00'
               display 'VEHICLE-MASTER FAILED TO OPEN, STATUS '
                   vm-file-status
               stop run
           end-if.
           open output file-out.
           open output extract-file.
           perform 8900-open-exception-log.
           move 'CRBRANCHPL  ' to excp-this-job.

           move 'BRANCH PROFIT/LOSS  ' to banner-job-name.
           move 'PL0001' to banner-batch-id.
           perform 8000-print-banner-page.
           move banner-run-yyyy to run-period-yyyy.
           move banner-run-mm to run-period-mm.

           perform 110-load-snapshot.

           read billing-detail at end move 'n' to more-records.
           perform 200-tally-one-bill until more-records = 'n'.
           close billing-detail.
           move 'y' to more-records.

           perform 300-depreciate-fleet.
           perform 400-tally-closed-claims.
           perform 450-tally-maintenance.
           perform 500-tally-credit-memos.

           perform 600-figure-totals
               varying bp-idx from 1 by 1
               until bp-idx > branch-count.
           perform 620-order-branches
               varying order-idx from 1 by 1
               until order-idx > branch-count.

           perform 890-write-extract-header.
           perform 650-print-branch-statement
               varying order-idx from 1 by 1
               until order-idx > branch-count.
           perform 670-print-all-statement.
           perform 700-print-comparison.
           perform 800-rewrite-snapshot.

           close vehicle-master.
           close extract-file.
           close exception-log.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

       110-load-snapshot.
           open input snapshot-file.
           if ss-file-status = '00'
               read snapshot-file
                   at end move 'n' to more-records
               end-read
               if more-records = 'y'
                   move 'y' to snapshot-on-file-flag
               end-if
               perform 115-load-one-snapshot
                   until more-records = 'n'
           end-if.
           close snapshot-file.
           move 'y' to more-records.

       115-load-one-snapshot.
           if snapshot-count >= 2000
               display 'SNAPSHOT TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to snapshot-count.
           move ss-unit-id to sn-unit-id (snapshot-count).
           move ss-period to sn-period (snapshot-count).
           move ss-baseline-cost to sn-baseline-cost (snapshot-count).
           move ss-last-cost to sn-last-cost (snapshot-count).
           read snapshot-file
               at end move 'n' to more-records
           end-read.

      *a rental earns for the lot it left from; tolls and no-shows
      *carry no unit.  A bill with no check-out branch (an interim
      *invoice for a rental that went out before OPENRENT carried
      *one) earns for the unit's home branch
       200-tally-one-bill.
           if bd-unit-id not = spaces
               if bd-checkout-branch = spaces
                   move bd-unit-id to vm-unit-id
                   perform 420-find-home-branch
               else
                   move bd-checkout-branch to seek-branch
               end-if
               perform 210-find-branch-entry
               add bd-daily-charge to bp-time-mileage (bp-idx)
               add bd-mileage-charge to bp-time-mileage (bp-idx)
               add bd-coverage-charge to bp-coverage (bp-idx)
               add bd-fuel-charge to bp-fuel (bp-idx)
               add bd-late-fee to bp-late-fee (bp-idx)
               add bd-dropoff-fee to bp-dropoff (bp-idx)
               add bd-young-driver-charge to bp-young-driver (bp-idx)
               subtract bd-corp-discount from bp-corp-discount (bp-idx)
           end-if.
           read billing-detail at end move 'n' to more-records.

       210-find-branch-entry.
           move 'n' to bp-found-flag.
           perform 215-scan-one-branch
               varying bp-idx from 1 by 1
               until bp-idx > branch-count or bp-found.
           if bp-found
               move bp-match-idx to bp-idx
           else
               if branch-count >= 50
                   display 'BRANCH TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to branch-count
               move branch-count to bp-idx
               move seek-branch to bp-branch (bp-idx)
               move 'n' to bp-printed-flag (bp-idx)
               perform 218-zero-one-figure
                   varying fig-idx from 1 by 1
                   until fig-idx > 14
           end-if.

       215-scan-one-branch.
           if bp-branch (bp-idx) = seek-branch
               move 'y' to bp-found-flag
               move bp-idx to bp-match-idx
           end-if.

       218-zero-one-figure.
           move 0 to bp-figure (bp-idx, fig-idx).

      *one month of crdepjrnl.cbl's straight line for every unit
      *still inside its expected life
       300-depreciate-fleet.
           move low-values to vm-unit-id.
           start vehicle-master key not < vm-unit-id
               invalid key move 'n' to more-records
           end-start.
           if more-records = 'y'
               read vehicle-master next record
                   at end move 'n' to more-records
               end-read
           end-if.
           perform 310-depreciate-one-unit until more-records = 'n'.
           move 'y' to more-records.

       310-depreciate-one-unit.
           move vm-in-service-date to work-date-split.
           compute age-months =
               ((banner-run-yyyy - work-yyyy) * 12)
               + (banner-run-mm - work-mm).
           if vm-expected-life-mm > 0
               and vm-in-service-date <= banner-run-date-ccyymmdd
               and age-months >= 0
               and age-months < vm-expected-life-mm
               compute unit-month-depr rounded =
                   vm-acquisition-cost / vm-expected-life-mm
               move vm-home-branch to seek-branch
               perform 210-find-branch-entry
               add unit-month-depr to bp-depreciation (bp-idx)
           end-if.
           read vehicle-master next record
               at end move 'n' to more-records
           end-read.

      *a claim closed this month charges the unit's home branch
      *the shop's net cost, the same figure crclaims.cbl posted
       400-tally-closed-claims.
           open input claim-master.
           if dc-file-status = '00'
               read claim-master next record
                   at end move 'n' to more-records
               end-read
               perform 410-tally-one-claim until more-records = 'n'
               close claim-master
           end-if.
           move 'y' to more-records.

       410-tally-one-claim.
           move dc-close-date to work-date-split.
           if dc-closed
               and work-yyyy = run-period-yyyy
               and work-mm = run-period-mm
               compute net-claim-cost =
                   dc-repair-cost - dc-billed-amount
                   - dc-insurance-recovery
               if net-claim-cost > 0
                   move dc-unit-id to vm-unit-id
                   perform 420-find-home-branch
                   perform 210-find-branch-entry
                   add net-claim-cost to bp-damage-cost (bp-idx)
                   perform 430-file-claim-unit
               end-if
           end-if.
           read claim-master next record
               at end move 'n' to more-records
           end-read.

       420-find-home-branch.
           read vehicle-master
               invalid key
                   move '???' to seek-branch
                   move 'PLUN' to excp-reason-code
                   move 'unit not on VEHMAST, cost unallocated'
                       to excp-reason-text
                   move vm-unit-id to excp-record-image
                   perform 9000-log-exception
               not invalid key
                   move vm-home-branch to seek-branch
           end-read.

       430-file-claim-unit.
           perform 435-find-claim-unit.
           if not cu-found
               if claim-unit-count >= 500
                   display 'CLAIM UNIT TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to claim-unit-count
               move claim-unit-count to cu-match-idx
               move dc-unit-id to cu-unit-id (cu-match-idx)
               move 0 to cu-net-cost (cu-match-idx)
           end-if.
           add net-claim-cost to cu-net-cost (cu-match-idx).

       435-find-claim-unit.
           move 'n' to cu-found-flag.
           perform 437-scan-one-claim-unit
               varying cu-idx from 1 by 1
               until cu-idx > claim-unit-count or cu-found.

       437-scan-one-claim-unit.
           if cu-unit-id (cu-idx) = vm-unit-id
               move 'y' to cu-found-flag
               move cu-idx to cu-match-idx
           end-if.

      *the month's maintenance is the ledger's growth since the
      *month began, less the claim cost closed into it this month
       450-tally-maintenance.
           open input service-cost-ledger.
           if sc-file-status = '00'
               read service-cost-ledger next record
                   at end move 'n' to more-records
               end-read
               perform 460-tally-one-unit until more-records = 'n'
               close service-cost-ledger
           end-if.
           move 'y' to more-records.

       460-tally-one-unit.
           perform 470-find-snapshot.
           evaluate true
               when not sn-found and snapshot-on-file
                   move 0 to baseline-cost
               when not sn-found
                   move sc-total-cost to baseline-cost
               when sn-period (sn-match-idx) = run-period-num
                   move sn-baseline-cost (sn-match-idx)
                       to baseline-cost
               when other
                   move sn-last-cost (sn-match-idx) to baseline-cost
           end-evaluate.

           move sc-unit-id to vm-unit-id.
           perform 435-find-claim-unit.
           if cu-found and snapshot-on-file
               move cu-net-cost (cu-match-idx) to unit-claim-cost
           else
               move 0 to unit-claim-cost
           end-if.
           compute unit-maintenance =
               sc-total-cost - baseline-cost - unit-claim-cost.
           if unit-maintenance not = 0
               perform 420-find-home-branch
               perform 210-find-branch-entry
               add unit-maintenance to bp-maintenance (bp-idx)
           end-if.

           if not sn-found
               if snapshot-count >= 2000
                   display 'SNAPSHOT TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to snapshot-count
               move snapshot-count to sn-match-idx
               move sc-unit-id to sn-unit-id (sn-match-idx)
           end-if.
           move run-period-num to sn-period (sn-match-idx).
           move baseline-cost to sn-baseline-cost (sn-match-idx).
           move sc-total-cost to sn-last-cost (sn-match-idx).
           read service-cost-ledger next record
               at end move 'n' to more-records
           end-read.

       470-find-snapshot.
           move 'n' to sn-found-flag.
           perform 475-scan-one-snapshot
               varying sn-idx from 1 by 1
               until sn-idx > snapshot-count or sn-found.

       475-scan-one-snapshot.
           if sn-unit-id (sn-idx) = sc-unit-id
               move 'y' to sn-found-flag
               move sn-idx to sn-match-idx
           end-if.

      *a memo goes back to the lot that wrote the rental it
      *corrected, wherever that rental was billed
       500-tally-credit-memos.
           open input memo-log-file.
           if ml-file-status = '00'
               read memo-log-file
                   at end move 'n' to more-records
               end-read
               perform 510-load-one-memo until more-records = 'n'
           end-if.
           close memo-log-file.
           move 'y' to more-records.

           if memo-count > 0
               open input billing-history
               if bh-file-status = '00'
                   read billing-history into billing-detail-record
                       at end move 'n' to more-records
                   end-read
                   perform 520-check-one-history
                       until more-records = 'n'
               end-if
               close billing-history
               move 'y' to more-records
               perform 540-charge-unmatched-memo
                   varying me-idx from 1 by 1
                   until me-idx > memo-count
           end-if.

       510-load-one-memo.
           move ml-memo-date to work-date-split.
           if work-yyyy = run-period-yyyy
               and work-mm = run-period-mm
               and not ml-tax-credit
               if memo-count >= 500
                   display 'MEMO TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to memo-count
               move ml-agreement-no to me-agreement-no (memo-count)
               move ml-customer-id to me-customer-id (memo-count)
               move ml-amount to me-amount (memo-count)
               move 'n' to me-matched-flag (memo-count)
           end-if.
           read memo-log-file
               at end move 'n' to more-records
           end-read.

       520-check-one-history.
           if bd-unit-id not = spaces
               and not bd-interim-bill
               and bd-agreement-no > 0
               perform 530-charge-one-memo
                   varying me-idx from 1 by 1
                   until me-idx > memo-count
           end-if.
           read billing-history into billing-detail-record
               at end move 'n' to more-records
           end-read.

       530-charge-one-memo.
           if me-agreement-no (me-idx) = bd-agreement-no
               and not me-matched (me-idx)
               move 'y' to me-matched-flag (me-idx)
               move bd-checkout-branch to seek-branch
               perform 210-find-branch-entry
               add me-amount (me-idx) to bp-credit-memos (bp-idx)
           end-if.

       540-charge-unmatched-memo.
           if not me-matched (me-idx)
               move '???' to seek-branch
               perform 210-find-branch-entry
               add me-amount (me-idx) to bp-credit-memos (bp-idx)
               move 'PLBR' to excp-reason-code
               move 'credit memo rental not on BILLHIST'
                   to excp-reason-text
               move memo-entry (me-idx) to excp-record-image
               perform 9000-log-exception
           end-if.

      *revenue less cost, per branch and for the whole company
       600-figure-totals.
           compute bp-total-revenue (bp-idx) =
               bp-time-mileage (bp-idx) + bp-coverage (bp-idx)
               + bp-fuel (bp-idx) + bp-late-fee (bp-idx)
               + bp-dropoff (bp-idx) + bp-young-driver (bp-idx)
               + bp-corp-discount (bp-idx).
           compute bp-total-cost (bp-idx) =
               bp-depreciation (bp-idx) + bp-maintenance (bp-idx)
               + bp-damage-cost (bp-idx) + bp-credit-memos (bp-idx).
           compute bp-net-income (bp-idx) =
               bp-total-revenue (bp-idx) - bp-total-cost (bp-idx).
           perform 610-add-one-to-all
               varying fig-idx from 1 by 1
               until fig-idx > 14.

       610-add-one-to-all.
           add bp-figure (bp-idx, fig-idx) to all-figure (fig-idx).

       620-order-branches.
           move 0 to low-idx.
           move high-values to low-branch.
           perform 625-scan-one-low
               varying bp-idx from 1 by 1
               until bp-idx > branch-count.
           move low-idx to print-order (order-idx).
           move 'y' to bp-printed-flag (low-idx).

       625-scan-one-low.
           if not bp-printed (bp-idx)
               and bp-branch (bp-idx) < low-branch
               move bp-branch (bp-idx) to low-branch
               move bp-idx to low-idx
           end-if.

      *one page per branch, and the same figures to the extract
       650-print-branch-statement.
           move print-order (order-idx) to bp-idx.
           move bp-branch (bp-idx) to stmt-branch-out.
           perform 655-print-statement-head.
           perform 660-print-one-branch-line
               varying fig-idx from 1 by 1
               until fig-idx > 14.

           perform 9700-start-extract-line.
           move bp-branch (bp-idx) to extract-field.
           perform 9710-add-extract-field.
           perform 665-extract-one-branch-figure
               varying fig-idx from 1 by 1
               until fig-idx > 14.
           write extract-record from extract-line.

       655-print-statement-head.
           write record-out from line1-out after advancing page.
           move 'P' to capture-mode.
           perform 8020-capture-line.
           move run-period-mm to stmt-month-out.
           move run-period-yyyy to stmt-year-out.
           write record-out from statement-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

       660-print-one-branch-line.
           move bp-figure (bp-idx, fig-idx) to statement-amount.
           perform 690-print-statement-line.

       665-extract-one-branch-figure.
           move bp-figure (bp-idx, fig-idx) to stmt-amount-out.
           perform 668-extract-statement-amount.

      *the edited amount goes out without its leading spaces, so
      *fourteen of them fit the extract line
       668-extract-statement-amount.
           move 0 to amount-first-pos.
           perform 669-find-first-nonblank
               varying amount-scan-pos from 16 by -1
               until amount-scan-pos < 1.
           move spaces to extract-field.
           if amount-first-pos > 0
               move stmt-amount-out (amount-first-pos : )
                   to extract-field
           end-if.
           perform 9710-add-extract-field.

       669-find-first-nonblank.
           if stmt-amount-out (amount-scan-pos : 1) not = space
               move amount-scan-pos to amount-first-pos
           end-if.

       670-print-all-statement.
           move 'ALL BRANCHES' to stmt-branch-out.
           perform 655-print-statement-head.
           perform 675-print-one-all-line
               varying fig-idx from 1 by 1
               until fig-idx > 14.

           perform 9700-start-extract-line.
           move 'TOTALS' to extract-field.
           perform 9710-add-extract-field.
           perform 678-extract-one-all-figure
               varying fig-idx from 1 by 1
               until fig-idx > 14.
           write extract-record from extract-line.

       675-print-one-all-line.
           move all-figure (fig-idx) to statement-amount.
           perform 690-print-statement-line.

       678-extract-one-all-figure.
           move all-figure (fig-idx) to stmt-amount-out.
           perform 668-extract-statement-amount.

      *revenue lines, then cost lines, each under its own head,
      *with the bottom line set apart
       690-print-statement-line.
           evaluate fig-idx
               when 1
                   move 'REVENUE' to section-head-text
                   write record-out from section-head-out
                       after advancing 2 lines
                   move 2 to capture-advance
                   perform 8020-capture-line
               when 9
                   move 'COST' to section-head-text
                   write record-out from section-head-out
                       after advancing 2 lines
                   move 2 to capture-advance
                   perform 8020-capture-line
               when 14
                   move spaces to record-out
                   write record-out after advancing 1 line
                   perform 8020-capture-line
           end-evaluate.
           move figure-label (fig-idx) to stmt-label-out.
           move statement-amount to stmt-amount-out.
           write record-out from statement-line-out
               after advancing 1 line.
           perform 8020-capture-line.

      *the branches four across, one line per statement figure
       700-print-comparison.
           write record-out from comparison-title-out
               after advancing page.
           move 'P' to capture-mode.
           perform 8020-capture-line.
           move 1 to page-line-count.
           perform 710-print-one-group
               varying group-start from 1 by 4
               until group-start > branch-count.

       710-print-one-group.
           move 0 to col-count.
           perform 720-head-one-column
               varying col-idx from 1 by 1
               until col-idx > 4.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 730-print-one-comparison-line
               varying fig-idx from 1 by 1
               until fig-idx > 14.
           move spaces to record-out.
           write record-out after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       720-head-one-column.
           compute order-idx = group-start + col-idx - 1.
           if order-idx > branch-count
               move spaces to cmp-branch-out (col-idx)
           else
               move print-order (order-idx) to bp-idx
               move bp-branch (bp-idx) to cmp-branch-out (col-idx)
               add 1 to col-count
           end-if.

       730-print-one-comparison-line.
           move figure-label (fig-idx) to cmp-label-out.
           perform 740-fill-one-column
               varying col-idx from 1 by 1
               until col-idx > 4.
           write record-out from comparison-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       740-fill-one-column.
           if col-idx > col-count
               move spaces to cmp-column (col-idx)
           else
               compute order-idx = group-start + col-idx - 1
               move print-order (order-idx) to bp-idx
               move bp-figure (bp-idx, fig-idx)
                   to cmp-amount-out (col-idx)
           end-if.

      *next month measures its maintenance from what the ledger
      *holds tonight
       800-rewrite-snapshot.
           open output snapshot-file.
           perform 810-write-one-snapshot
               varying sn-idx from 1 by 1
               until sn-idx > snapshot-count.
           close snapshot-file.

       810-write-one-snapshot.
           move sn-unit-id (sn-idx) to ss-unit-id.
           move sn-period (sn-idx) to ss-period.
           move sn-baseline-cost (sn-idx) to ss-baseline-cost.
           move sn-last-cost (sn-idx) to ss-last-cost.
           write snapshot-record.

       890-write-extract-header.
           perform 9700-start-extract-line.
           move 'BRANCH' to extract-field.
           perform 9710-add-extract-field.
           perform 895-extract-one-label
               varying fig-idx from 1 by 1
               until fig-idx > 14.
           write extract-record from extract-line.

       895-extract-one-label.
           move figure-label (fig-idx) to extract-field.
           perform 9710-add-extract-field.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy DELIMPR.

       end program crbranchpl.
