      *Monthly building cash-flow statement
      *
      *apartmentProfitCalculator.cbl reports accrual profit --
      *depreciation off APTCAPEX, escrow accrued a twelfth at a
      *time, interest off APTINT -- and a building can look
      *profitable there while the bank account drains.  This job
      *prints, per BLDGMAST building, what actually moved through
      *the bank in the month of the run date:
      *
      *  - tenant receipts applied to the open items (the APTRCHST
      *    applications entered in the month), less checks returned
      *    in the month;
      *  - deposit receipts and refunds, the 'R' and 'F' rows of
      *    the cycle's APTDEPTR deposit activity (interest accrual
      *    and forfeiture move no cash);
      *  - the tax and insurance checks on the cycle's ESCROTRN;
      *  - work-order spend dated in the month (a pending order
      *    has spent nothing yet);
      *  - the month's full loan payment from the APTLOAN level-
      *    payment schedule, split into interest and principal the
      *    way aptamort.cbl splits it;
      *  - capital spending, the APTCAPEX assets placed in service
      *    in the month.  An asset keyed before APTCAPEX carried the
      *    in-service month counts in January of its year.
      *
      *Each statement closes with a reconciliation from the
      *month's accrual profit (a twelfth of the building's latest
      *APTHIST figures) to the net cash flow, one adjustment per
      *line, so the difference between "we made money" and "we
      *have money" is explained rather than argued.  The profit
      *job's interest charge is what its revenue, cost and profit
      *leave after depreciation, so the reconciliation always
      *proves; the proof line says so.
      *
      *Run it in the monthly cycle after aptdeposit.cbl and
      *aptescrow.cbl and before their transaction files are
      *cleared for the next month.
       identification division.
       program-id. aptcashflow.
       environment division.
       input-output section.

       file-control.
           select building-master assign to "BLDGMAST"
                 organization is indexed
                 access mode is sequential
                 record key is bm-building-id
                 file status is bm-file-status.

           select history-file assign to "APTHIST"
                 organization is line sequential
                 file status is history-file-status.

      *> optional: each source below may simply have nothing in it
      *> this month
           select optional receipt-history-file assign to "APTRCHST"
                 organization is line sequential
                 file status is rh-file-status.
           select optional deposit-tran-file assign to "APTDEPTR"
                 organization is line sequential
                 file status is dt-file-status.
           select optional escrow-tran-file assign to "ESCROTRN"
                 organization is line sequential
                 file status is et-file-status.
           select optional escrow-feed assign to "ESCRFEED"
                 organization is line sequential
                 file status is ef-file-status.
           select optional work-order-file assign to "WORKORD"
                 organization is line sequential
                 file status is wo-file-status.
           select optional loan-master assign to "APTLOAN"
                 organization is line sequential
                 file status is ln-file-status.
           select optional capex-file assign to "APTCAPEX"
                 organization is line sequential
                 file status is cx-file-status.

           select file-out assign to printer, "con".

           copy RPTSEL.

       data division.
       file section.
       fd building-master label records are standard.
       01 building-master-record.
           05 bm-building-id    pic x(3).
           05 bm-expected-units pic 9(5).
           05 bm-min-rent       pic 9(8).
           05 bm-max-rent       pic 9(8).

       fd history-file label records are omitted.
       01 history-record.
           05 hist-building-id  pic x(3).
           05 hist-year         pic 9(4).
           05 hist-annual-revenue pic 9(7)v99.
           05 hist-annual-cost  pic 9(7)v99.
           05 hist-profit       pic s9999999v99.

       fd receipt-history-file label records are omitted.
       01 receipt-history-record.
           05 rh-entry-type         pic x.
               88 rh-applied            value 'A'.
               88 rh-returned           value 'N'.
           05 rh-building-id        pic x(3).
           05 rh-unit-no            pic x(4).
           05 rh-tenant-name        pic x(20).
           05 rh-receipt-no         pic x(8).
           05 rh-entry-date         pic 9(8).
           05 rh-charge-date        pic 9(8).
           05 rh-item-type          pic x.
           05 rh-late-fee-flag      pic x.
           05 rh-amount             pic 9(7)v99.

       fd deposit-tran-file label records are standard.
       01 deposit-tran-record.
           05 dt-building-id    pic x(3).
           05 dt-unit-no        pic x(4).
           05 dt-type           pic x.
               88 dt-receipt        value 'R'.
               88 dt-refund         value 'F'.
           05 dt-amount         pic 9(5)v99.

       fd escrow-tran-file label records are standard.
       01 escrow-tran-record.
           05 et-building-id    pic x(3).
           05 et-type           pic x.
           05 et-amount         pic 9(7)v99.

       fd escrow-feed label records are omitted.
       01 escrow-feed-record.
           05 ef-building-id    pic x(3).
           05 ef-annual-accrual pic 9(7)v99.

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

       fd loan-master label records are standard.
       01 loan-master-record.
           05 ln-building-id    pic x(3).
           05 ln-principal      pic 9(9)v99.
           05 ln-annual-rate    pic v9999.
           05 ln-term-months    pic 9(3).
           05 ln-orig-date      pic 9(8).

      *cx-in-service-mm trails the original layout; rows keyed
      *before it existed read it as blanks
       fd capex-file label records are standard.
       01 capex-record.
           05 cx-building-id    pic x(3).
           05 cx-asset-desc     pic x(20).
           05 cx-cost           pic 9(7)v99.
           05 cx-life-years     pic 99.
           05 cx-in-service-year pic 9(4).
           05 cx-in-service-mm  pic 99.

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 bm-file-status pic xx.
       01 history-file-status pic xx.
       01 rh-file-status pic xx.
       01 dt-file-status pic xx.
       01 et-file-status pic xx.
       01 ef-file-status pic xx.
       01 wo-file-status pic xx.
       01 ln-file-status pic xx.
       01 cx-file-status pic xx.
       01 run-date-num pic 9(8) value 0.
       01 run-month-num pic 9(6) value 0.
       01 entry-month-num pic 9(6) value 0.
       01 capex-month pic 99 value 0.

      *one row per building, the month's cash movements beside the
      *annual accrual figures the reconciliation starts from
       01 cash-table.
           05 cash-entry occurs 50 times.
               10 cf-building-id    pic x(3).
               10 cf-receipts       pic 9(7)v99.
               10 cf-returned       pic 9(7)v99.
               10 cf-deposits-in    pic 9(7)v99.
               10 cf-refunds        pic 9(7)v99.
               10 cf-escrow-paid    pic 9(7)v99.
               10 cf-wo-spend       pic 9(7)v99.
               10 cf-loan-interest  pic 9(7)v99.
               10 cf-loan-principal pic 9(7)v99.
               10 cf-capex          pic 9(9)v99.
               10 cf-annual-depr    pic 9(7)v99.
               10 cf-annual-escrow  pic 9(7)v99.
               10 cf-hist-flag      pic x.
                   88 cf-hist-found     value 'y'.
               10 cf-annual-revenue pic 9(7)v99.
               10 cf-annual-cost    pic 9(7)v99.
               10 cf-annual-profit  pic s9(7)v99.
       01 cash-count pic 99 value 0.
       01 cf-idx pic 99 value 0.
       01 cf-match-idx pic 99 value 0.
       01 cf-found-flag pic x value 'n'.
           88 cf-found value 'y'.
       01 seek-building pic x(3) value spaces.

      *the loan schedule, run month by month to the run month
       01 monthly-rate pic v9(8) value 0.
       01 growth-factor pic 9(3)v9(8) value 0.
       01 growth-less-one pic 9(3)v9(8) value 0.
       01 annuity-factor pic v9(8) value 0.
       01 monthly-payment pic 9(7)v99 value 0.
       01 loan-balance pic s9(9)v99 value 0.
       01 interest-part pic 9(7)v99 value 0.
       01 principal-part pic 9(7)v99 value 0.
       01 month-idx pic 9(3) value 0.
       01 sched-yyyy pic 9(4) value 0.
       01 sched-mm pic 9(2) value 0.
       01 sched-past-flag pic x value 'n'.
           88 sched-past value 'y'.
       01 orig-date-split.
           05 orig-yyyy pic 9(4).
           05 orig-mm   pic 9(2).
           05 filler    pic 9(2).
       01 asset-annual-depr pic 9(7)v99 value 0.

      *one building's statement, monthly figures
       01 month-revenue pic s9(7)v99 value 0.
       01 month-cost pic s9(7)v99 value 0.
       01 month-profit pic s9(7)v99 value 0.
       01 month-noncash pic s9(7)v99 value 0.
       01 month-depr pic s9(7)v99 value 0.
       01 month-interest pic s9(7)v99 value 0.
       01 month-escrow pic s9(7)v99 value 0.
       01 month-operating pic s9(7)v99 value 0.
       01 net-receipts pic s9(7)v99 value 0.
       01 net-cash-flow pic s9(9)v99 value 0.
       01 bridge-total pic s9(9)v99 value 0.
       01 portfolio-profit pic s9(9)v99 value 0.
       01 portfolio-cash pic s9(9)v99 value 0.

       copy TRLRWS.

       01 hash-cost-num pic 9(9) value 0.

       copy BANNERWS.

       01 building-title-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value 'Building '.
           05 title-bldg-out pic x(3).
           05 filler pic x(4) value spaces.
           05 filler pic x(20) value 'Cash Flow Statement '.
           05 title-month-out pic 9999/99.

       01 section-head-out.
           05 filler pic x(1) value spaces.
           05 section-text-out pic x(40).

       01 flow-line-out.
           05 filler pic x(3) value spaces.
           05 flow-text-out pic x(38).
           05 filler pic x(2) value spaces.
           05 flow-amount-out pic $zz,zzz,zz9.99-.

       01 flow-rule-out.
           05 filler pic x(43) value spaces.
           05 filler pic x(15) value all '-'.

       01 proof-line-out.
           05 filler pic x(3) value spaces.
           05 filler pic x(38) value
               'Reconciliation Proof'.
           05 filler pic x(2) value spaces.
           05 proof-verdict-out pic x(16).

       01 portfolio-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(18) value 'Portfolio Profit: '.
           05 port-profit-out pic $zzz,zzz,zz9.99-.
           05 filler pic x(3) value spaces.
           05 filler pic x(11) value 'Net Cash:  '.
           05 port-cash-out pic $zzz,zzz,zz9.99-.

       procedure division.
       100-main.
           open output file-out.

           move 'BUILDING CASH FLOW  ' to banner-job-name.
           move 'CF0001' to banner-batch-id.
           perform 8000-print-banner-page.
           move banner-run-date-ccyymmdd to run-date-num.
           compute run-month-num = run-date-num / 100.

           perform 110-load-buildings.
           perform 130-load-history.
           perform 9650-verify-trailer.
           if not trlr-balanced
               display 'APTHIST OUT OF BALANCE WITH ITS TRAILERS,'
               display '  FILE REFUSED - RESTORE OR REBUILD IT'
               close file-out
               perform 8030-close-report-capture
               move 8 to return-code
               stop run
           end-if.
           perform 140-load-receipts.
           perform 150-load-deposit-activity.
           perform 160-load-escrow-payments.
           perform 165-load-escrow-accruals.
           perform 170-load-work-orders.
           perform 180-load-loan-payments.
           perform 190-load-capital-spending.

           perform 400-print-one-building
               varying cf-idx from 1 by 1
               until cf-idx > cash-count.

           move portfolio-profit to port-profit-out.
           move portfolio-cash to port-cash-out.
           write record-out from portfolio-line-out
               after advancing page.
           move 'P' to capture-mode.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           stop run.

       110-load-buildings.
           open input building-master.
           if bm-file-status not = '00'
               display 'BUILDING-MASTER FAILED TO OPEN, STATUS '
                   bm-file-status
               stop run
           end-if.
           read building-master at end move 'n' to more-records.
           perform 115-load-one-building until more-records = 'n'.
           close building-master.
           move 'y' to more-records.

       115-load-one-building.
           if cash-count >= 50
               display 'BUILDING TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to cash-count.
           move bm-building-id to cf-building-id (cash-count).
           move 0 to cf-receipts (cash-count).
           move 0 to cf-returned (cash-count).
           move 0 to cf-deposits-in (cash-count).
           move 0 to cf-refunds (cash-count).
           move 0 to cf-escrow-paid (cash-count).
           move 0 to cf-wo-spend (cash-count).
           move 0 to cf-loan-interest (cash-count).
           move 0 to cf-loan-principal (cash-count).
           move 0 to cf-capex (cash-count).
           move 0 to cf-annual-depr (cash-count).
           move 0 to cf-annual-escrow (cash-count).
           move 'n' to cf-hist-flag (cash-count).
           move 0 to cf-annual-revenue (cash-count).
           move 0 to cf-annual-cost (cash-count).
           move 0 to cf-annual-profit (cash-count).
           read building-master at end move 'n' to more-records.

       120-find-building.
           move 'n' to cf-found-flag.
           perform 125-scan-one-building
               varying cf-idx from 1 by 1
               until cf-idx > cash-count or cf-found.

       125-scan-one-building.
           if cf-building-id (cf-idx) = seek-building
               move 'y' to cf-found-flag
               move cf-idx to cf-match-idx
           end-if.

      *APTHIST is appended every profit run, so the last row for a
      *building is its latest accrual picture
       130-load-history.
           open input history-file.
           if history-file-status not = '00'
               display 'HISTORY-FILE FAILED TO OPEN, STATUS '
                   history-file-status
               stop run
           end-if.
           read history-file at end move 'n' to more-records.
           perform 135-load-one-history until more-records = 'n'.
           close history-file.
           move 'y' to more-records.

       135-load-one-history.
           if history-record (1:8) = 'TRAILER9'
               move history-record (1:28) to trlr-record
               move 'y' to trlr-seen-flag
               add trlr-record-count to trlr-expected-count
               add trlr-hash-total to trlr-expected-hash
           else
               add 1 to trlr-work-count
               move hist-annual-cost to hash-cost-num
               add hash-cost-num to trlr-work-hash
               move hist-building-id to seek-building
               perform 120-find-building
               if cf-found
                   move 'y' to cf-hist-flag (cf-match-idx)
                   move hist-annual-revenue
                       to cf-annual-revenue (cf-match-idx)
                   move hist-annual-cost
                       to cf-annual-cost (cf-match-idx)
                   move hist-profit
                       to cf-annual-profit (cf-match-idx)
               end-if
           end-if.
           read history-file at end move 'n' to more-records.

      *what the receivables run applied in the month, and the
      *checks that came back in it
       140-load-receipts.
           open input receipt-history-file.
           if rh-file-status = '00'
               read receipt-history-file
                   at end move 'n' to more-records
               end-read
               perform 145-load-one-receipt
                   until more-records = 'n'
           end-if.
           close receipt-history-file.
           move 'y' to more-records.

       145-load-one-receipt.
           compute entry-month-num = rh-entry-date / 100.
           if entry-month-num = run-month-num
               move rh-building-id to seek-building
               perform 120-find-building
               if cf-found
                   if rh-applied
                       add rh-amount to cf-receipts (cf-match-idx)
                   end-if
                   if rh-returned
                       add rh-amount to cf-returned (cf-match-idx)
                   end-if
               end-if
           end-if.
           read receipt-history-file
               at end move 'n' to more-records
           end-read.

       150-load-deposit-activity.
           open input deposit-tran-file.
           if dt-file-status = '00'
               read deposit-tran-file
                   at end move 'n' to more-records
               end-read
               perform 155-load-one-deposit
                   until more-records = 'n'
           end-if.
           close deposit-tran-file.
           move 'y' to more-records.

       155-load-one-deposit.
           move dt-building-id to seek-building.
           perform 120-find-building.
           if cf-found
               if dt-receipt
                   add dt-amount to cf-deposits-in (cf-match-idx)
               end-if
               if dt-refund
                   add dt-amount to cf-refunds (cf-match-idx)
               end-if
           end-if.
           read deposit-tran-file
               at end move 'n' to more-records
           end-read.

       160-load-escrow-payments.
           open input escrow-tran-file.
           if et-file-status = '00'
               read escrow-tran-file
                   at end move 'n' to more-records
               end-read
               perform 162-load-one-escrow-payment
                   until more-records = 'n'
           end-if.
           close escrow-tran-file.
           move 'y' to more-records.

       162-load-one-escrow-payment.
           move et-building-id to seek-building.
           perform 120-find-building.
           if cf-found
               add et-amount to cf-escrow-paid (cf-match-idx)
           end-if.
           read escrow-tran-file
               at end move 'n' to more-records
           end-read.

       165-load-escrow-accruals.
           open input escrow-feed.
           if ef-file-status = '00'
               read escrow-feed
                   at end move 'n' to more-records
               end-read
               perform 167-load-one-escrow-accrual
                   until more-records = 'n'
           end-if.
           close escrow-feed.
           move 'y' to more-records.

       167-load-one-escrow-accrual.
           move ef-building-id to seek-building.
           perform 120-find-building.
           if cf-found
               move ef-annual-accrual
                   to cf-annual-escrow (cf-match-idx)
           end-if.
           read escrow-feed
               at end move 'n' to more-records
           end-read.

       170-load-work-orders.
           open input work-order-file.
           if wo-file-status = '00'
               read work-order-file
                   at end move 'n' to more-records
               end-read
               perform 175-load-one-work-order
                   until more-records = 'n'
           end-if.
           close work-order-file.
           move 'y' to more-records.

       175-load-one-work-order.
           compute entry-month-num = wo-work-date / 100.
           if entry-month-num = run-month-num
               and not wo-pending
               move wo-building-id to seek-building
               perform 120-find-building
               if cf-found
                   add wo-amount to cf-wo-spend (cf-match-idx)
               end-if
           end-if.
           read work-order-file
               at end move 'n' to more-records
           end-read.

       180-load-loan-payments.
           open input loan-master.
           if ln-file-status = '00'
               read loan-master
                   at end move 'n' to more-records
               end-read
               perform 182-load-one-loan
                   until more-records = 'n'
           end-if.
           close loan-master.
           move 'y' to more-records.

       182-load-one-loan.
           move ln-building-id to seek-building.
           perform 120-find-building.
           if cf-found
               perform 184-run-loan-schedule
           end-if.
           read loan-master
               at end move 'n' to more-records
           end-read.

      *the same level-payment schedule aptamort.cbl prints: the
      *first payment falls in the origination month, and the run
      *month's payment is whatever the schedule says it is
       184-run-loan-schedule.
           move ln-orig-date to orig-date-split.
           move orig-yyyy to sched-yyyy.
           move orig-mm to sched-mm.
           compute monthly-rate = ln-annual-rate / 12.
           perform 186-compute-payment.
           move ln-principal to loan-balance.
           move 'n' to sched-past-flag.
           perform 188-post-one-month
               varying month-idx from 1 by 1
               until month-idx > ln-term-months or sched-past.

      *payment = P * i / (1 - (1+i)**-n), built with an explicit
      *power loop; a zero-rate loan just divides evenly
       186-compute-payment.
           if ln-annual-rate = 0
               compute monthly-payment rounded =
                   ln-principal / ln-term-months
           else
               move 1 to growth-factor
               perform 187-raise-growth-factor
                   varying month-idx from 1 by 1
                   until month-idx > ln-term-months
               compute growth-less-one = growth-factor - 1
               compute annuity-factor rounded =
                   (monthly-rate * growth-factor) / growth-less-one
               compute monthly-payment rounded =
                   ln-principal * annuity-factor
           end-if.

       187-raise-growth-factor.
           compute growth-factor rounded =
               growth-factor * (1 + monthly-rate).

       188-post-one-month.
           compute interest-part rounded =
               loan-balance * monthly-rate.
           compute principal-part = monthly-payment - interest-part.
           if principal-part > loan-balance
               move loan-balance to principal-part
           end-if.
           subtract principal-part from loan-balance.
           if sched-yyyy = banner-run-yyyy
               and sched-mm = banner-run-mm
               add interest-part to cf-loan-interest (cf-match-idx)
               add principal-part
                   to cf-loan-principal (cf-match-idx)
               move 'y' to sched-past-flag
           end-if.
           add 1 to sched-mm.
           if sched-mm > 12
               move 1 to sched-mm
               add 1 to sched-yyyy
           end-if.

      *the month's capital spending, and the year's straight-line
      *depreciation the profit job charged against the building
       190-load-capital-spending.
           open input capex-file.
           if cx-file-status = '00'
               read capex-file
                   at end move 'n' to more-records
               end-read
               perform 195-load-one-asset
                   until more-records = 'n'
           end-if.
           close capex-file.
           move 'y' to more-records.

       195-load-one-asset.
           move cx-building-id to seek-building.
           perform 120-find-building.
           if cf-found
               if cx-in-service-mm is numeric
                   and cx-in-service-mm > 0
                   move cx-in-service-mm to capex-month
               else
                   move 1 to capex-month
               end-if
               if cx-in-service-year = banner-run-yyyy
                   and capex-month = banner-run-mm
                   add cx-cost to cf-capex (cf-match-idx)
               end-if
               if cx-life-years > 0
                   and cx-in-service-year <= banner-run-yyyy
                   and banner-run-yyyy <
                       (cx-in-service-year + cx-life-years)
                   compute asset-annual-depr rounded =
                       cx-cost / cx-life-years
                   add asset-annual-depr
                       to cf-annual-depr (cf-match-idx)
               end-if
           end-if.
           read capex-file
               at end move 'n' to more-records
           end-read.

      *the cash side first, then the walk from accrual profit to
      *the same net figure
       400-print-one-building.
           perform 410-figure-accrual-month.
           compute net-receipts =
               cf-receipts (cf-idx) - cf-returned (cf-idx).
           compute net-cash-flow =
               net-receipts
               + cf-deposits-in (cf-idx) - cf-refunds (cf-idx)
               - cf-escrow-paid (cf-idx) - cf-wo-spend (cf-idx)
               - cf-loan-interest (cf-idx)
               - cf-loan-principal (cf-idx)
               - cf-capex (cf-idx).

           move cf-building-id (cf-idx) to title-bldg-out.
           move run-month-num to title-month-out.
           write record-out from building-title-out
               after advancing page.
           move 'P' to capture-mode.
           perform 8020-capture-line.

           move 'CASH IN' to section-text-out.
           write record-out from section-head-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 'Tenant receipts applied' to flow-text-out.
           move cf-receipts (cf-idx) to flow-amount-out.
           perform 490-write-flow-line.
           move 'Less checks returned' to flow-text-out.
           compute flow-amount-out = 0 - cf-returned (cf-idx).
           perform 490-write-flow-line.
           move 'Security deposits received' to flow-text-out.
           move cf-deposits-in (cf-idx) to flow-amount-out.
           perform 490-write-flow-line.

           move 'CASH OUT' to section-text-out.
           write record-out from section-head-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 'Security deposits refunded' to flow-text-out.
           compute flow-amount-out = 0 - cf-refunds (cf-idx).
           perform 490-write-flow-line.
           move 'Tax and insurance paid from escrow' to flow-text-out.
           compute flow-amount-out = 0 - cf-escrow-paid (cf-idx).
           perform 490-write-flow-line.
           move 'Work-order spend' to flow-text-out.
           compute flow-amount-out = 0 - cf-wo-spend (cf-idx).
           perform 490-write-flow-line.
           move 'Loan payment - interest' to flow-text-out.
           compute flow-amount-out = 0 - cf-loan-interest (cf-idx).
           perform 490-write-flow-line.
           move 'Loan payment - principal' to flow-text-out.
           compute flow-amount-out =
               0 - cf-loan-principal (cf-idx).
           perform 490-write-flow-line.
           move 'Capital spending' to flow-text-out.
           compute flow-amount-out = 0 - cf-capex (cf-idx).
           perform 490-write-flow-line.
           write record-out from flow-rule-out
               after advancing 1 line.
           perform 8020-capture-line.
           move 'NET CASH FLOW' to flow-text-out.
           move net-cash-flow to flow-amount-out.
           perform 490-write-flow-line.

           perform 450-print-reconciliation.
           add month-profit to portfolio-profit.
           add net-cash-flow to portfolio-cash.

      *a twelfth of the building's latest accrual picture.  what
      *revenue less cost less profit leaves is the profit job's
      *interest and depreciation together; depreciation is known,
      *so interest is the rest
       410-figure-accrual-month.
           compute month-revenue rounded =
               cf-annual-revenue (cf-idx) / 12.
           compute month-cost rounded =
               cf-annual-cost (cf-idx) / 12.
           compute month-profit rounded =
               cf-annual-profit (cf-idx) / 12.
           compute month-noncash =
               month-revenue - month-cost - month-profit.
           compute month-depr rounded =
               cf-annual-depr (cf-idx) / 12.
           if not cf-hist-found (cf-idx)
               move 0 to month-depr
           end-if.
           compute month-interest = month-noncash - month-depr.
           compute month-escrow rounded =
               cf-annual-escrow (cf-idx) / 12.
           if month-escrow > month-cost
               move month-cost to month-escrow
           end-if.
           compute month-operating = month-cost - month-escrow.

      *every accrual that isn't cash is taken back out and every
      *cash movement that isn't accrual is put in, one line each
       450-print-reconciliation.
           move 'RECONCILIATION - ACCRUAL PROFIT TO CASH'
               to section-text-out.
           write record-out from section-head-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           if not cf-hist-found (cf-idx)
               move 'NOT ON APTHIST - PROFIT TAKEN AS ZERO'
                   to section-text-out
               write record-out from section-head-out
                   after advancing 1 line
               perform 8020-capture-line
           end-if.
           move month-profit to bridge-total.
           move 'Accrual profit for the month' to flow-text-out.
           move month-profit to flow-amount-out.
           perform 490-write-flow-line.

           move 'Add back depreciation (no cash)' to flow-text-out.
           move month-depr to flow-amount-out.
           add month-depr to bridge-total.
           perform 490-write-flow-line.
           move 'Add back interest accrued' to flow-text-out.
           move month-interest to flow-amount-out.
           add month-interest to bridge-total.
           perform 490-write-flow-line.
           move 'Less loan payment, interest+principal'
               to flow-text-out.
           compute flow-amount-out =
               0 - cf-loan-interest (cf-idx)
               - cf-loan-principal (cf-idx).
           subtract cf-loan-interest (cf-idx) from bridge-total.
           subtract cf-loan-principal (cf-idx) from bridge-total.
           perform 490-write-flow-line.

           move 'Add back escrow accrued' to flow-text-out.
           move month-escrow to flow-amount-out.
           add month-escrow to bridge-total.
           perform 490-write-flow-line.
           move 'Less escrow actually paid' to flow-text-out.
           compute flow-amount-out = 0 - cf-escrow-paid (cf-idx).
           subtract cf-escrow-paid (cf-idx) from bridge-total.
           perform 490-write-flow-line.

           move 'Add back operating cost accrued' to flow-text-out.
           move month-operating to flow-amount-out.
           add month-operating to bridge-total.
           perform 490-write-flow-line.
           move 'Less work-order spend in the month'
               to flow-text-out.
           compute flow-amount-out = 0 - cf-wo-spend (cf-idx).
           subtract cf-wo-spend (cf-idx) from bridge-total.
           perform 490-write-flow-line.

           move 'Less rent revenue accrued' to flow-text-out.
           compute flow-amount-out = 0 - month-revenue.
           subtract month-revenue from bridge-total.
           perform 490-write-flow-line.
           move 'Add receipts collected, net' to flow-text-out.
           move net-receipts to flow-amount-out.
           add net-receipts to bridge-total.
           perform 490-write-flow-line.

           move 'Add deposits received less refunds'
               to flow-text-out.
           compute flow-amount-out =
               cf-deposits-in (cf-idx) - cf-refunds (cf-idx).
           add cf-deposits-in (cf-idx) to bridge-total.
           subtract cf-refunds (cf-idx) from bridge-total.
           perform 490-write-flow-line.
           move 'Less capital spending' to flow-text-out.
           compute flow-amount-out = 0 - cf-capex (cf-idx).
           subtract cf-capex (cf-idx) from bridge-total.
           perform 490-write-flow-line.

           write record-out from flow-rule-out
               after advancing 1 line.
           perform 8020-capture-line.
           move 'NET CASH FLOW' to flow-text-out.
           move bridge-total to flow-amount-out.
           perform 490-write-flow-line.
           if bridge-total = net-cash-flow
               move 'TIES TO CASH' to proof-verdict-out
           else
               move '** DOES NOT TIE' to proof-verdict-out
           end-if.
           write record-out from proof-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

       490-write-flow-line.
           write record-out from flow-line-out
               after advancing 1 line.
           perform 8020-capture-line.

       copy BANNERPR.

       copy TRLRPR.

       end program aptcashflow.
