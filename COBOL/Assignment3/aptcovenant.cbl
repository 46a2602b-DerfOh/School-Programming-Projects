      *Quarterly loan covenant compliance
      *
      *The mortgage documents carry covenants -- mainly a minimum
      *debt-service coverage ratio and a maximum loan-to-value --
      *and a breach used to come to light when the bank called.
      *Everything needed to test them is already on file, so this
      *job tests them every quarter, per building with a row on the
      *covenant table (APTCOVN: building-id, minimum DSCR 9v99,
      *maximum LTV v999, test frequency 'Q' quarterly, 'S'
      *half-yearly, 'A' annually; APTLOAN keys its loans by
      *building, so the covenant does too):
      *
      *  - trailing-twelve-month DSCR: net operating income (the
      *    latest APTHIST revenue less its operating cost, before
      *    interest and depreciation) over the debt service the
      *    APTLOAN level-payment schedules call for in the twelve
      *    months ending with the run month, figured the way
      *    aptamort.cbl figures them;
      *  - current LTV: the loan balance standing after the run
      *    month's payment over the building's value, estimated the
      *    way aptdispose.cbl estimates it -- the latest profit
      *    capitalized at the CAPRATE rate ('***' row as the market
      *    default);
      *
      *and prints PASS, WATCH or BREACH with the headroom on each
      *test.  WATCH means inside the covenant but within ten
      *percent of the DSCR floor or five points of the LTV
      *ceiling.  A breach or a watch goes to the shared exception
      *log so ownership hears about it before the lender does --
      *on an off-cycle quarter too, since that is the early warning
      *the job is for; the Test column says whether the lender
      *tests the covenant this quarter.  A building with no value
      *(profit at or below zero) has no LTV to speak of and is
      *reported a breach.
       identification division.
       program-id. aptcovenant.
       environment division.
       input-output section.

       file-control.
           select covenant-file assign to "APTCOVN"
                 organization is line sequential
                 file status is cv-file-status.
           select history-file assign to "APTHIST"
                 organization is line sequential
                 file status is history-file-status.
           select optional loan-master assign to "APTLOAN"
                 organization is line sequential
                 file status is ln-file-status.
      *> optional: without it every building takes the default rate
           select optional cap-rate-file assign to "CAPRATE"
                 organization is line sequential
                 file status is cr-file-status.
           select file-out assign to printer, "con".

           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd covenant-file label records are standard.
       01 covenant-record.
           05 cv-building-id    pic x(3).
           05 cv-min-dscr       pic 9v99.
           05 cv-max-ltv        pic v999.
           05 cv-test-freq      pic x.

       fd history-file label records are omitted.
       01 history-record.
           05 hist-building-id  pic x(3).
           05 hist-year         pic 9(4).
           05 hist-annual-revenue pic 9(7)v99.
           05 hist-annual-cost  pic 9(7)v99.
           05 hist-profit       pic s9999999v99.

       fd loan-master label records are standard.
       01 loan-master-record.
           05 ln-building-id    pic x(3).
           05 ln-principal      pic 9(9)v99.
           05 ln-annual-rate    pic v9999.
           05 ln-term-months    pic 9(3).
           05 ln-orig-date      pic 9(8).

       fd cap-rate-file label records are omitted.
       01 cap-rate-record.
           05 cr-building-id    pic x(3).
           05 cr-cap-rate       pic v999.

       fd file-out label records are omitted.
       01 record-out pic x(132).

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 cv-file-status pic xx.
       01 history-file-status pic xx.
       01 ln-file-status pic xx.
       01 cr-file-status pic xx.
       01 run-quarter-q pic 9 value 0.
       01 run-month-key pic 9(6) value 0.
       01 ttm-start-key pic 9(6) value 0.
       01 ttm-start-yyyy pic 9(4) value 0.
       01 ttm-start-mm pic 99 value 0.
       01 sched-key pic 9(6) value 0.

      *one row per covenant, with everything the tests need
       01 covenant-table.
           05 covenant-entry occurs 50 times.
               10 ct-building-id    pic x(3).
               10 ct-min-dscr       pic 9v99.
               10 ct-max-ltv        pic v999.
               10 ct-test-freq      pic x.
               10 ct-hist-flag      pic x.
                   88 ct-hist-found     value 'y'.
               10 ct-annual-noi     pic s9(7)v99.
               10 ct-annual-profit  pic s9(7)v99.
               10 ct-loan-flag      pic x.
                   88 ct-loan-found     value 'y'.
               10 ct-debt-service   pic 9(9)v99.
               10 ct-loan-balance   pic 9(9)v99.
       01 covenant-count pic 99 value 0.
       01 ct-idx pic 99 value 0.
       01 ct-match-idx pic 99 value 0.
       01 ct-found-flag pic x value 'n'.
           88 ct-found value 'y'.
       01 seek-building pic x(3) value spaces.

       01 cap-rate-table.
           05 cap-rate-entry occurs 50 times.
               10 crt-building-id   pic x(3).
               10 crt-cap-rate      pic v999.
       01 cap-rate-count pic 99 value 0.
       01 crt-idx pic 99 value 0.
       01 default-cap-rate pic v999 value .080.
       01 building-cap-rate pic v999 value 0.

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

      *one building's tests
       01 building-value pic s9(11)v99 value 0.
       01 building-dscr pic 99v99 value 0.
       01 building-ltv-pct pic 9(3)v9 value 0.
       01 max-ltv-pct pic 9(3)v9 value 0.
       01 dscr-headroom pic s99v99 value 0.
       01 ltv-headroom pic s9(3)v9 value 0.
       01 dscr-watch-line pic 99v99 value 0.
       01 covenant-status pic x value space.
           88 covenant-pass     value 'P'.
           88 covenant-watch    value 'W'.
           88 covenant-breach   value 'B'.
       01 test-due-flag pic x value 'n'.
           88 test-due value 'y'.
       01 pass-count pic 99 value 0.
       01 watch-count pic 99 value 0.
       01 breach-count pic 99 value 0.

       copy TRLRWS.

       01 hash-cost-num pic 9(9) value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.

       01 line1-out.
           05 filler pic x(45) value spaces.
           05 filler pic x(26) value 'Loan Covenant Compliance  '.
           05 filler pic x(8) value 'Quarter '.
           05 title-yyyy-out pic 9(4).
           05 filler pic x(1) value '/'.
           05 title-q-out pic 9.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(4) value 'Bldg'.
           05 filler pic x(6) value spaces.
           05 filler pic x(7) value 'TTM NOI'.
           05 filler pic x(4) value spaces.
           05 filler pic x(12) value 'Debt Service'.
           05 filler pic x(3) value spaces.
           05 filler pic x(4) value 'DSCR'.
           05 filler pic x(4) value spaces.
           05 filler pic x(3) value 'Min'.
           05 filler pic x(4) value spaces.
           05 filler pic x(4) value 'Room'.
           05 filler pic x(4) value spaces.
           05 filler pic x(12) value 'Loan Balance'.
           05 filler pic x(7) value spaces.
           05 filler pic x(9) value 'Est Value'.
           05 filler pic x(4) value spaces.
           05 filler pic x(3) value 'LTV'.
           05 filler pic x(4) value spaces.
           05 filler pic x(3) value 'Max'.
           05 filler pic x(3) value spaces.
           05 filler pic x(4) value 'Room'.
           05 filler pic x(2) value spaces.
           05 filler pic x(4) value 'Test'.
           05 filler pic x(2) value spaces.
           05 filler pic x(6) value 'Status'.

       01 covenant-line-out.
           05 filler pic x(1) value spaces.
           05 cvl-bldg-out pic x(3).
           05 filler pic x(2) value spaces.
           05 cvl-noi-out pic $z,zzz,zz9.99-.
           05 filler pic x(2) value spaces.
           05 cvl-debt-out pic $z,zzz,zz9.99.
           05 filler pic x(2) value spaces.
           05 cvl-dscr-out pic z9.99.
           05 filler pic x(2) value spaces.
           05 cvl-min-out pic z9.99.
           05 filler pic x(2) value spaces.
           05 cvl-dscr-room-out pic z9.99-.
           05 filler pic x(2) value spaces.
           05 cvl-balance-out pic $zz,zzz,zz9.99.
           05 filler pic x(2) value spaces.
           05 cvl-value-out pic $zzz,zzz,zz9.99-.
           05 filler pic x(2) value spaces.
           05 cvl-ltv-out pic zz9.9.
           05 filler pic x(2) value spaces.
           05 cvl-max-out pic zz9.9.
           05 filler pic x(1) value spaces.
           05 cvl-ltv-room-out pic zz9.9-.
           05 filler pic x(2) value spaces.
           05 cvl-test-out pic x(4).
           05 filler pic x(2) value spaces.
           05 cvl-status-out pic x(9).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(6) value 'Pass: '.
           05 pass-count-out pic z9.
           05 filler pic x(4) value spaces.
           05 filler pic x(7) value 'Watch: '.
           05 watch-count-out pic z9.
           05 filler pic x(4) value spaces.
           05 filler pic x(8) value 'Breach: '.
           05 breach-count-out pic z9.

       procedure division.
       100-main.
           open output file-out.
           perform 8900-open-exception-log.
           move 'APTCOVENANT ' to excp-this-job.

           move 'LOAN COVENANTS      ' to banner-job-name.
           move 'LC0001' to banner-batch-id.
           perform 8000-print-banner-page.
           compute run-quarter-q = (banner-run-mm + 2) / 3.
           compute run-month-key =
               (banner-run-yyyy * 100) + banner-run-mm.
           perform 105-figure-ttm-window.

           perform 110-load-covenants.
           perform 120-load-cap-rates.
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
           perform 150-load-loans.

           move banner-run-yyyy to title-yyyy-out.
           move run-quarter-q to title-q-out.
           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.
           perform 200-test-one-covenant
               varying ct-idx from 1 by 1
               until ct-idx > covenant-count.

           move pass-count to pass-count-out.
           move watch-count to watch-count-out.
           move breach-count to breach-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close exception-log.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

      *the twelve months ending with the run month
       105-figure-ttm-window.
           if banner-run-mm = 12
               move banner-run-yyyy to ttm-start-yyyy
               move 1 to ttm-start-mm
           else
               compute ttm-start-yyyy = banner-run-yyyy - 1
               compute ttm-start-mm = banner-run-mm + 1
           end-if.
           compute ttm-start-key =
               (ttm-start-yyyy * 100) + ttm-start-mm.

       110-load-covenants.
           open input covenant-file.
           if cv-file-status not = '00'
               display 'COVENANT-FILE FAILED TO OPEN, STATUS '
                   cv-file-status
               stop run
           end-if.
           read covenant-file at end move 'n' to more-records.
           perform 115-load-one-covenant until more-records = 'n'.
           close covenant-file.
           move 'y' to more-records.

       115-load-one-covenant.
           if covenant-count >= 50
               display 'COVENANT TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to covenant-count.
           move cv-building-id to ct-building-id (covenant-count).
           move cv-min-dscr to ct-min-dscr (covenant-count).
           move cv-max-ltv to ct-max-ltv (covenant-count).
           move cv-test-freq to ct-test-freq (covenant-count).
           move 'n' to ct-hist-flag (covenant-count).
           move 0 to ct-annual-noi (covenant-count).
           move 0 to ct-annual-profit (covenant-count).
           move 'n' to ct-loan-flag (covenant-count).
           move 0 to ct-debt-service (covenant-count).
           move 0 to ct-loan-balance (covenant-count).
           read covenant-file at end move 'n' to more-records.

       120-load-cap-rates.
           open input cap-rate-file.
           if cr-file-status = '00'
               read cap-rate-file
                   at end move 'n' to more-records
               end-read
               perform 125-load-one-cap-rate
                   until more-records = 'n'
           end-if.
           close cap-rate-file.
           move 'y' to more-records.

       125-load-one-cap-rate.
           if cap-rate-count >= 50
               display 'CAP RATE TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to cap-rate-count.
           move cr-building-id to crt-building-id (cap-rate-count).
           move cr-cap-rate to crt-cap-rate (cap-rate-count).
           if cr-building-id = '***'
               move cr-cap-rate to default-cap-rate
           end-if.
           read cap-rate-file at end move 'n' to more-records.

      *APTHIST is appended every profit run, so the last row for a
      *building is its latest twelve months
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
               perform 140-find-covenant
               if ct-found
                   move 'y' to ct-hist-flag (ct-match-idx)
                   compute ct-annual-noi (ct-match-idx) =
                       hist-annual-revenue - hist-annual-cost
                   move hist-profit
                       to ct-annual-profit (ct-match-idx)
               end-if
           end-if.
           read history-file at end move 'n' to more-records.

       140-find-covenant.
           move 'n' to ct-found-flag.
           perform 145-scan-one-covenant
               varying ct-idx from 1 by 1
               until ct-idx > covenant-count or ct-found.

       145-scan-one-covenant.
           if ct-building-id (ct-idx) = seek-building
               move 'y' to ct-found-flag
               move ct-idx to ct-match-idx
           end-if.

       150-load-loans.
           open input loan-master.
           if ln-file-status = '00'
               read loan-master
                   at end move 'n' to more-records
               end-read
               perform 155-load-one-loan
                   until more-records = 'n'
           end-if.
           close loan-master.
           move 'y' to more-records.

       155-load-one-loan.
           move ln-building-id to seek-building.
           perform 140-find-covenant.
           if ct-found
               move 'y' to ct-loan-flag (ct-match-idx)
               perform 160-run-loan-schedule
           end-if.
           read loan-master
               at end move 'n' to more-records
           end-read.

      *the same level-payment schedule aptamort.cbl prints: the
      *first payment falls in the origination month.  a loan not
      *yet into its schedule owes its whole principal; one paid
      *off owes nothing
       160-run-loan-schedule.
           move ln-orig-date to orig-date-split.
           move orig-yyyy to sched-yyyy.
           move orig-mm to sched-mm.
           compute monthly-rate = ln-annual-rate / 12.
           perform 165-compute-payment.
           move ln-principal to loan-balance.
           move 'n' to sched-past-flag.
           perform 170-post-one-month
               varying month-idx from 1 by 1
               until month-idx > ln-term-months or sched-past.
           add loan-balance to ct-loan-balance (ct-match-idx).

      *payment = P * i / (1 - (1+i)**-n), built with an explicit
      *power loop; a zero-rate loan just divides evenly
       165-compute-payment.
           if ln-annual-rate = 0
               compute monthly-payment rounded =
                   ln-principal / ln-term-months
           else
               move 1 to growth-factor
               perform 167-raise-growth-factor
                   varying month-idx from 1 by 1
                   until month-idx > ln-term-months
               compute growth-less-one = growth-factor - 1
               compute annuity-factor rounded =
                   (monthly-rate * growth-factor) / growth-less-one
               compute monthly-payment rounded =
                   ln-principal * annuity-factor
           end-if.

       167-raise-growth-factor.
           compute growth-factor rounded =
               growth-factor * (1 + monthly-rate).

       170-post-one-month.
           compute sched-key = (sched-yyyy * 100) + sched-mm.
           if sched-key > run-month-key
               move 'y' to sched-past-flag
           else
               compute interest-part rounded =
                   loan-balance * monthly-rate
               compute principal-part =
                   monthly-payment - interest-part
               if principal-part > loan-balance
                   move loan-balance to principal-part
               end-if
               subtract principal-part from loan-balance
               if sched-key not < ttm-start-key
                   add interest-part
                       to ct-debt-service (ct-match-idx)
                   add principal-part
                       to ct-debt-service (ct-match-idx)
               end-if
               add 1 to sched-mm
               if sched-mm > 12
                   move 1 to sched-mm
                   add 1 to sched-yyyy
               end-if
           end-if.

      *both tests, the headroom on each, and the verdict: a breach
      *on either test is a breach; otherwise near either limit is a
      *watch
       200-test-one-covenant.
           perform 210-figure-test-due.
           move ct-building-id (ct-idx) to cvl-bldg-out.
           move ct-annual-noi (ct-idx) to cvl-noi-out.
           move ct-debt-service (ct-idx) to cvl-debt-out.
           move ct-min-dscr (ct-idx) to cvl-min-out.
           move ct-loan-balance (ct-idx) to cvl-balance-out.
           compute max-ltv-pct = ct-max-ltv (ct-idx) * 100.
           move max-ltv-pct to cvl-max-out.
           move 'P' to covenant-status.

           if not ct-hist-found (ct-idx)
               or not ct-loan-found (ct-idx)
               perform 250-print-untestable
           else
               perform 220-test-dscr
               perform 230-test-ltv
               perform 260-print-verdict
           end-if.

       210-figure-test-due.
           evaluate ct-test-freq (ct-idx)
               when 'A'
                   if run-quarter-q = 4
                       move 'y' to test-due-flag
                   else
                       move 'n' to test-due-flag
                   end-if
               when 'S'
                   if run-quarter-q = 2 or run-quarter-q = 4
                       move 'y' to test-due-flag
                   else
                       move 'n' to test-due-flag
                   end-if
               when other
                   move 'y' to test-due-flag
           end-evaluate.
           if test-due
               move 'DUE' to cvl-test-out
           else
               move 'OFF' to cvl-test-out
           end-if.

      *no debt service due in the window is no coverage test
       220-test-dscr.
           if ct-debt-service (ct-idx) = 0
               move 99.99 to building-dscr
           else
               if ct-annual-noi (ct-idx) < 0
                   move 0 to building-dscr
               else
                   if ct-annual-noi (ct-idx) >
                       ct-debt-service (ct-idx) * 99
                       move 99.99 to building-dscr
                   else
                       compute building-dscr rounded =
                           ct-annual-noi (ct-idx)
                           / ct-debt-service (ct-idx)
                   end-if
               end-if
           end-if.
           compute dscr-headroom =
               building-dscr - ct-min-dscr (ct-idx).
           compute dscr-watch-line rounded =
               ct-min-dscr (ct-idx) * 1.10.
           evaluate true
               when building-dscr < ct-min-dscr (ct-idx)
                   move 'B' to covenant-status
               when building-dscr < dscr-watch-line
                   move 'W' to covenant-status
           end-evaluate.
           move building-dscr to cvl-dscr-out.
           move dscr-headroom to cvl-dscr-room-out.

       230-test-ltv.
           move default-cap-rate to building-cap-rate.
           perform 235-scan-one-cap-rate
               varying crt-idx from 1 by 1
               until crt-idx > cap-rate-count.
           compute building-value rounded =
               ct-annual-profit (ct-idx) / building-cap-rate.
           move building-value to cvl-value-out.
           if building-value not > 0
               move 999.9 to building-ltv-pct
           else
               if ct-loan-balance (ct-idx) > building-value * 9
                   move 999.9 to building-ltv-pct
               else
                   compute building-ltv-pct rounded =
                       ct-loan-balance (ct-idx) * 100
                       / building-value
               end-if
           end-if.
           compute ltv-headroom = max-ltv-pct - building-ltv-pct.
           evaluate true
               when building-ltv-pct > max-ltv-pct
                   move 'B' to covenant-status
               when building-ltv-pct > max-ltv-pct - 5
                   and not covenant-breach
                   move 'W' to covenant-status
           end-evaluate.
           move building-ltv-pct to cvl-ltv-out.
           move ltv-headroom to cvl-ltv-room-out.

       235-scan-one-cap-rate.
           if crt-building-id (crt-idx) = ct-building-id (ct-idx)
               move crt-cap-rate (crt-idx) to building-cap-rate
           end-if.

       250-print-untestable.
           move 0 to cvl-dscr-out.
           move 0 to cvl-dscr-room-out.
           move 0 to cvl-value-out.
           move 0 to cvl-ltv-out.
           move 0 to cvl-ltv-room-out.
           if not ct-loan-found (ct-idx)
               move 'NO LOAN' to cvl-status-out
           else
               move 'NO NOI' to cvl-status-out
               move 'CVNT' to excp-reason-code
               move 'covenant building not on APTHIST'
                   to excp-reason-text
               move covenant-line-out to excp-record-image
               perform 9000-log-exception
           end-if.
           write record-out from covenant-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       260-print-verdict.
           evaluate true
               when covenant-breach
                   move '** BREACH' to cvl-status-out
                   add 1 to breach-count
                   move 'CVBR' to excp-reason-code
                   move 'loan covenant breached (DSCR/LTV)'
                       to excp-reason-text
               when covenant-watch
                   move 'WATCH' to cvl-status-out
                   add 1 to watch-count
                   move 'CVWT' to excp-reason-code
                   move 'loan covenant near its limit'
                       to excp-reason-text
               when other
                   move 'PASS' to cvl-status-out
                   add 1 to pass-count
           end-evaluate.
           write record-out from covenant-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           if covenant-breach or covenant-watch
               move covenant-line-out to excp-record-image
               perform 9000-log-exception
           end-if.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy TRLRPR.

       end program aptcovenant.
