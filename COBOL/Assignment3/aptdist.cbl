      *Quarterly owner distributions
      *
      *Several buildings have more than one owner, and each quarter
      *the partners' distributions were worked out on a calculator
      *from the profit report.  This job does it from the files the
      *shop already keeps.  A building's distributable cash for the
      *quarter is a quarter of the profit job's latest net figure
      *for it (the last APTHIST row written for the building),
      *less a quarter of its annual reserve contribution on RESVBAL
      *(aptreserve.cbl), less any escrow shortfall on ESCROLGR
      *(aptescrow.cbl: tax and insurance paid ahead of the accrual
      *has to be made good before anybody is paid).
      *
      *The cash is split by the OWNMAST ownership percents
      *(ownmaint.cbl).  Each share is cut down to the penny and the
      *penny or two the cutting leaves goes to the building's
      *majority owner (the first one on the master when two hold
      *the same percent), so the shares always add back to the
      *building's cash exactly.  A building whose cash comes out
      *negative distributes nothing and is reported as needing a
      *capital call; one whose percents don't come to 100, or that
      *the profit job has never reported, distributes nothing until
      *that is put right.  All three go to the shared exception log.
      *
      *The report lists every building's arithmetic, then prints
      *one statement per owner covering all of that owner's
      *buildings.  Every share paid posts to APTJRNL as a balanced
      *pair -- owner distributions debited, cash credited for a
      *check or an electronic transfer, distributions payable for
      *a share held on account -- into the open accounting period.
      *The APTDISTC carried record remembers the last quarter
      *distributed, and a second run into the same quarter is
      *refused with return code 8 before anything is posted.
       identification division.
       program-id. aptdist.
       environment division.
       input-output section.

       file-control.
           select owner-master assign to "OWNMAST"
                 organization is indexed
                 access mode is sequential
                 record key is ow-owner-key
                 file status is ow-file-status.

           select history-file assign to "APTHIST"
                 organization is line sequential
                 file status is history-file-status.

      *> optional: a building with no reserve row sets nothing aside
           select optional reserve-balance-file assign to "RESVBAL"
                 organization is line sequential
                 file status is rb-file-status.

           select optional escrow-ledger assign to "ESCROLGR"
                 organization is line sequential
                 file status is el-file-status.

           select journal-file assign to "APTJRNL"
                 organization is line sequential
                 file status is jr-file-status.

      *> the last quarter distributed, carried across runs
           select optional control-file assign to "APTDISTC"
                 organization is line sequential
                 file status is dc-file-status.

           select file-out assign to printer, "con".

           copy EXCPSEL.

           copy PERDSEL.

           copy RPTSEL.

       data division.
       file section.
       fd owner-master label records are standard.
       01 owner-master-record.
           05 ow-owner-key.
               10 ow-building-id   pic x(3).
               10 ow-owner-id      pic x(5).
           05 ow-owner-name        pic x(25).
           05 ow-own-pct           pic 9(3)v99.
           05 ow-dist-method       pic x.

       fd history-file label records are omitted.
       01 history-record.
           05 hist-building-id  pic x(3).
           05 hist-year         pic 9(4).
           05 hist-annual-revenue pic 9(7)v99.
           05 hist-annual-cost  pic 9(7)v99.
           05 hist-profit       pic s9999999v99.

       fd reserve-balance-file label records are omitted.
       01 reserve-balance-record.
           05 rb-building-id    pic x(3).
           05 rb-balance        pic 9(9)v99.
           05 rb-annual-contrib pic 9(7)v99.

       fd escrow-ledger label records are omitted.
       01 escrow-ledger-record.
           05 el-building-id    pic x(3).
           05 el-tax-accrued    pic 9(7)v99.
           05 el-tax-paid       pic 9(7)v99.
           05 el-ins-accrued    pic 9(7)v99.
           05 el-ins-paid       pic 9(7)v99.

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

       fd control-file label records are omitted.
       01 control-record.
           05 dc-last-quarter   pic 9(5).

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy EXCPFD.

       copy PERDFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 ow-file-status pic xx.
       01 history-file-status pic xx.
       01 rb-file-status pic xx.
       01 el-file-status pic xx.
       01 jr-file-status pic xx.
       01 dc-file-status pic xx.
       01 run-quarter pic 9(5) value 0.
       01 run-quarter-split redefines run-quarter.
           05 run-quarter-yyyy pic 9(4).
           05 run-quarter-q    pic 9.
       01 last-distributed-quarter pic 9(5) value 0.

      *one row per building on the ownership master, carrying the
      *quarter's arithmetic
       01 building-table.
           05 building-entry occurs 50 times.
               10 bd-building-id    pic x(3).
               10 bd-pct-total      pic 9(5)v99.
               10 bd-profit-flag    pic x.
                   88 bd-profit-found   value 'y'.
               10 bd-quarter-profit pic s9(7)v99.
               10 bd-quarter-reserve pic 9(7)v99.
               10 bd-escrow-short   pic 9(7)v99.
               10 bd-cash           pic s9(9)v99.
               10 bd-status         pic x.
                   88 bd-distributed    value 'D'.
                   88 bd-nothing-due    value 'Z'.
                   88 bd-capital-call   value 'K'.
                   88 bd-pct-wrong      value 'P'.
                   88 bd-no-profit      value 'X'.
       01 building-count pic 99 value 0.
       01 bd-idx pic 99 value 0.
       01 bd-match-idx pic 99 value 0.
       01 bd-found-flag pic x value 'n'.
           88 bd-found value 'y'.
       01 seek-building pic x(3) value spaces.

      *the ownership master, one row per building and owner
       01 owner-table.
           05 owner-entry occurs 200 times.
               10 ot-building-id    pic x(3).
               10 ot-owner-id       pic x(5).
               10 ot-owner-name     pic x(25).
               10 ot-own-pct        pic 9(3)v99.
               10 ot-dist-method    pic x.
               10 ot-bldg-idx       pic 99.
               10 ot-share          pic 9(9)v99.
               10 ot-printed-flag   pic x.
                   88 ot-printed        value 'y'.
       01 owner-count pic 999 value 0.
       01 ot-idx pic 999 value 0.
       01 os-idx pic 999 value 0.

       01 split-total pic 9(9)v99 value 0.
       01 split-penny pic 9(9)v99 value 0.
       01 majority-idx pic 999 value 0.
       01 majority-pct pic 9(3)v99 value 0.
       01 escrow-balance pic s9(9)v99 value 0.
       01 statement-owner-id pic x(5) value spaces.
       01 statement-total pic 9(9)v99 value 0.

       01 distributed-total pic 9(9)v99 value 0.
       01 capital-call-count pic 99 value 0.
       01 statements-printed pic 9(5) value 0.
       01 run-debits-total pic 9(11)v99 value 0.
       01 run-credits-total pic 9(11)v99 value 0.

       copy TRLRWS.

       01 hash-cost-num pic 9(9) value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy PERDWS.

       01 line1-out.
           05 filler pic x(22) value spaces.
           05 filler pic x(27) value 'Owner Distributions Quarter'.
           05 filler pic x(1) value spaces.
           05 title-quarter-out pic 9999b9.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(4) value 'Bldg'.
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value 'Qtr Profit'.
           05 filler pic x(5) value spaces.
           05 filler pic x(7) value 'Reserve'.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value 'Escrow Sh'.
           05 filler pic x(2) value spaces.
           05 filler pic x(13) value 'Distributable'.
           05 filler pic x(2) value spaces.
           05 filler pic x(6) value 'Status'.

       01 building-line-out.
           05 filler pic x(1) value spaces.
           05 bld-id-out pic x(3).
           05 filler pic x(2) value spaces.
           05 bld-profit-out pic $zzz,zz9.99-.
           05 filler pic x(1) value spaces.
           05 bld-reserve-out pic $zz,zz9.99.
           05 filler pic x(1) value spaces.
           05 bld-escrow-out pic $zz,zz9.99.
           05 filler pic x(1) value spaces.
           05 bld-cash-out pic $z,zzz,zz9.99-.
           05 filler pic x(1) value spaces.
           05 bld-status-out pic x(16).

       01 building-total-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(20) value 'Total Distributed:  '.
           05 dist-total-out pic $zzz,zzz,zz9.99.
           05 filler pic x(4) value spaces.
           05 filler pic x(15) value 'Capital Calls: '.
           05 capital-call-count-out pic z9.

       01 statement-title-out.
           05 filler pic x(24) value spaces.
           05 filler pic x(28) value 'Owner Distribution Statement'.

       01 statement-owner-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(7) value 'Owner: '.
           05 stmt-owner-id-out pic x(5).
           05 filler pic x(2) value spaces.
           05 stmt-owner-name-out pic x(25).
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value 'Quarter: '.
           05 stmt-quarter-out pic 9999b9.

       01 statement-head-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(4) value 'Bldg'.
           05 filler pic x(3) value spaces.
           05 filler pic x(7) value 'Percent'.
           05 filler pic x(3) value spaces.
           05 filler pic x(13) value 'Building Cash'.
           05 filler pic x(5) value spaces.
           05 filler pic x(5) value 'Share'.
           05 filler pic x(3) value spaces.
           05 filler pic x(6) value 'Paid '.
           05 filler pic x(3) value spaces.
           05 filler pic x(4) value 'Note'.

       01 statement-line-out.
           05 filler pic x(1) value spaces.
           05 stl-bldg-out pic x(3).
           05 filler pic x(4) value spaces.
           05 stl-pct-out pic zz9.99.
           05 filler pic x(2) value spaces.
           05 stl-cash-out pic $z,zzz,zz9.99-.
           05 filler pic x(1) value spaces.
           05 stl-share-out pic $zzz,zz9.99.
           05 filler pic x(2) value spaces.
           05 stl-method-out pic x(8).
           05 filler pic x(2) value spaces.
           05 stl-note-out pic x(15).

       01 statement-total-out.
           05 filler pic x(20) value spaces.
           05 filler pic x(18) value 'Total This Quarter'.
           05 filler pic x(1) value spaces.
           05 stmt-total-out pic $zzz,zz9.99.

       01 posting-title-out.
           05 filler pic x(24) value spaces.
           05 filler pic x(26) value
               'Distribution Journal Posts'.

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
           open output file-out.
           perform 8900-open-exception-log.
           move 'APTDIST     ' to excp-this-job.

           move 'OWNER DISTRIBUTIONS ' to banner-job-name.
           move 'OD0001' to banner-batch-id.
           perform 8000-print-banner-page.
           compute run-quarter =
               (banner-run-yyyy * 10) + ((banner-run-mm + 2) / 3).

      *        no distribution posts into a closed accounting period
           perform 8700-load-periods.
           move banner-run-date-ccyymmdd to perd-check-date.
           perform 8710-find-open-period.
           if not perd-period-ok
               display 'DISTRIBUTION REFUSED: ' perd-refusal-text
               move 8 to return-code
               stop run
           end-if.

      *        one distribution per quarter: a rerun would pay every
      *        owner twice
           perform 120-read-distribution-control.
           if last-distributed-quarter = run-quarter
               display 'QUARTER ' run-quarter
                   ' ALREADY DISTRIBUTED - RUN REFUSED'
               move 8 to return-code
               stop run
           end-if.

           perform 110-load-owners.
           perform 130-load-history.
           perform 9650-verify-trailer.
           if not trlr-balanced
               display 'APTHIST OUT OF BALANCE WITH ITS TRAILERS,'
               display '  FILE REFUSED - RESTORE OR REBUILD IT'
               move 8 to return-code
               stop run
           end-if.
           perform 140-load-reserves.
           perform 150-load-escrow.

           open extend journal-file.
           if jr-file-status not = '00'
               open output journal-file
               close journal-file
               open extend journal-file
           end-if.
           move spaces to journal-record.

           move run-quarter to title-quarter-out.
           write record-out from line1-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 4 to page-line-count.
           perform 200-figure-one-building
               varying bd-idx from 1 by 1
               until bd-idx > building-count.
           move distributed-total to dist-total-out.
           move capital-call-count to capital-call-count-out.
           write record-out from building-total-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           perform 300-print-owner-statement
               varying ot-idx from 1 by 1
               until ot-idx > owner-count.

           perform 400-post-distributions.
           perform 950-rewrite-distribution-control.

           close journal-file.
           close exception-log.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

      *the master is in building order, so a building's owners
      *arrive together and the building table builds as they do
       110-load-owners.
           open input owner-master.
           if ow-file-status not = '00'
               display 'OWNER-MASTER FAILED TO OPEN, STATUS '
                   ow-file-status
               stop run
           end-if.
           read owner-master at end move 'n' to more-records.
           perform 115-load-one-owner until more-records = 'n'.
           close owner-master.
           move 'y' to more-records.

       115-load-one-owner.
           if owner-count >= 200
               display 'OWNER TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           move ow-building-id to seek-building.
           perform 160-find-building.
           if not bd-found
               if building-count >= 50
                   display 'BUILDING TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to building-count
               move building-count to bd-match-idx
               move ow-building-id to bd-building-id (bd-match-idx)
               move 0 to bd-pct-total (bd-match-idx)
               move 'n' to bd-profit-flag (bd-match-idx)
               move 0 to bd-quarter-profit (bd-match-idx)
               move 0 to bd-quarter-reserve (bd-match-idx)
               move 0 to bd-escrow-short (bd-match-idx)
               move 0 to bd-cash (bd-match-idx)
               move space to bd-status (bd-match-idx)
           end-if.
           add ow-own-pct to bd-pct-total (bd-match-idx).
           add 1 to owner-count.
           move ow-building-id to ot-building-id (owner-count).
           move ow-owner-id to ot-owner-id (owner-count).
           move ow-owner-name to ot-owner-name (owner-count).
           move ow-own-pct to ot-own-pct (owner-count).
           move ow-dist-method to ot-dist-method (owner-count).
           move bd-match-idx to ot-bldg-idx (owner-count).
           move 0 to ot-share (owner-count).
           move 'n' to ot-printed-flag (owner-count).
           read owner-master at end move 'n' to more-records.

       120-read-distribution-control.
           open input control-file.
           if dc-file-status = '00'
               read control-file
                   at end
                       continue
                   not at end
                       move dc-last-quarter
                           to last-distributed-quarter
               end-read
           end-if.
           close control-file.

       950-rewrite-distribution-control.
           open output control-file.
           move run-quarter to dc-last-quarter.
           write control-record.
           close control-file.

      *APTHIST is appended every profit run, so the last row for a
      *building is its latest net figure
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
               perform 160-find-building
               if bd-found
                   move 'y' to bd-profit-flag (bd-match-idx)
                   compute bd-quarter-profit (bd-match-idx) rounded =
                       hist-profit / 4
               end-if
           end-if.
           read history-file at end move 'n' to more-records.

       140-load-reserves.
           open input reserve-balance-file.
           if rb-file-status = '00'
               read reserve-balance-file
                   at end move 'n' to more-records
               end-read
               perform 145-load-one-reserve
                   until more-records = 'n'
           end-if.
           close reserve-balance-file.
           move 'y' to more-records.

       145-load-one-reserve.
           move rb-building-id to seek-building.
           perform 160-find-building.
           if bd-found
               compute bd-quarter-reserve (bd-match-idx) rounded =
                   rb-annual-contrib / 4
           end-if.
           read reserve-balance-file
               at end move 'n' to more-records
           end-read.

      *paid ahead of the accrual is a shortfall; money set aside
      *and not yet spent is not distributable either, but it is
      *already out of the profit figure through ESCRFEED
       150-load-escrow.
           open input escrow-ledger.
           if el-file-status = '00'
               read escrow-ledger
                   at end move 'n' to more-records
               end-read
               perform 155-load-one-escrow
                   until more-records = 'n'
           end-if.
           close escrow-ledger.
           move 'y' to more-records.

       155-load-one-escrow.
           move el-building-id to seek-building.
           perform 160-find-building.
           if bd-found
               compute escrow-balance =
                   el-tax-accrued + el-ins-accrued
                   - el-tax-paid - el-ins-paid
               if escrow-balance < 0
                   compute bd-escrow-short (bd-match-idx) =
                       0 - escrow-balance
               end-if
           end-if.
           read escrow-ledger
               at end move 'n' to more-records
           end-read.

       160-find-building.
           move 'n' to bd-found-flag.
           perform 165-scan-one-building
               varying bd-idx from 1 by 1
               until bd-idx > building-count or bd-found.

       165-scan-one-building.
           if bd-building-id (bd-idx) = seek-building
               move 'y' to bd-found-flag
               move bd-idx to bd-match-idx
           end-if.

      *distributable cash, and the split of it when there is any
       200-figure-one-building.
           compute bd-cash (bd-idx) =
               bd-quarter-profit (bd-idx)
               - bd-quarter-reserve (bd-idx)
               - bd-escrow-short (bd-idx).
           evaluate true
               when bd-pct-total (bd-idx) not = 100
                   move 'P' to bd-status (bd-idx)
                   move '** PCT NOT 100' to bld-status-out
                   move 'OPCT' to excp-reason-code
                   move 'ownership not 100 pct - nothing paid'
                       to excp-reason-text
               when not bd-profit-found (bd-idx)
                   move 'X' to bd-status (bd-idx)
                   move '** NO PROFIT ROW' to bld-status-out
                   move 'NPRF' to excp-reason-code
                   move 'building not on APTHIST - nothing paid'
                       to excp-reason-text
               when bd-cash (bd-idx) < 0
                   move 'K' to bd-status (bd-idx)
                   move '** CAPITAL CALL' to bld-status-out
                   add 1 to capital-call-count
                   move 'CCAL' to excp-reason-code
                   move 'distributable cash negative - cap call'
                       to excp-reason-text
               when bd-cash (bd-idx) = 0
                   move 'Z' to bd-status (bd-idx)
                   move 'NOTHING TO PAY' to bld-status-out
               when other
                   move 'D' to bd-status (bd-idx)
                   move 'DISTRIBUTED' to bld-status-out
                   perform 210-split-building
           end-evaluate.
           move bd-building-id (bd-idx) to bld-id-out.
           move bd-quarter-profit (bd-idx) to bld-profit-out.
           move bd-quarter-reserve (bd-idx) to bld-reserve-out.
           move bd-escrow-short (bd-idx) to bld-escrow-out.
           move bd-cash (bd-idx) to bld-cash-out.
           write record-out from building-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           if bd-pct-wrong (bd-idx)
               or bd-no-profit (bd-idx)
               or bd-capital-call (bd-idx)
               move building-line-out to excp-record-image
               perform 9000-log-exception
           end-if.

      *every share cut down to the penny; what the cutting leaves
      *goes to the majority owner
       210-split-building.
           move 0 to split-total.
           move 0 to majority-idx.
           move 0 to majority-pct.
           perform 215-split-one-owner
               varying os-idx from 1 by 1
               until os-idx > owner-count.
           compute split-penny = bd-cash (bd-idx) - split-total.
           add split-penny to ot-share (majority-idx).
           add bd-cash (bd-idx) to distributed-total.

       215-split-one-owner.
           if ot-bldg-idx (os-idx) = bd-idx
               compute ot-share (os-idx) =
                   bd-cash (bd-idx) * ot-own-pct (os-idx) / 100
               add ot-share (os-idx) to split-total
               if ot-own-pct (os-idx) > majority-pct
                   move ot-own-pct (os-idx) to majority-pct
                   move os-idx to majority-idx
               end-if
           end-if.

      *one statement per owner, the first time the owner turns up;
      *every building that owner holds a share of goes on it
       300-print-owner-statement.
           if not ot-printed (ot-idx)
               move ot-owner-id (ot-idx) to statement-owner-id
               move 0 to statement-total
               add 1 to statements-printed
               write record-out from statement-title-out
                   after advancing page
               move 'P' to capture-mode
               perform 8020-capture-line
               move ot-owner-id (ot-idx) to stmt-owner-id-out
               move ot-owner-name (ot-idx) to stmt-owner-name-out
               move run-quarter to stmt-quarter-out
               write record-out from statement-owner-out
                   after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
               write record-out from statement-head-out
                   after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
               perform 310-print-one-holding
                   varying os-idx from ot-idx by 1
                   until os-idx > owner-count
               move statement-total to stmt-total-out
               write record-out from statement-total-out
                   after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
           end-if.

       310-print-one-holding.
           if ot-owner-id (os-idx) = statement-owner-id
               move 'y' to ot-printed-flag (os-idx)
               move ot-bldg-idx (os-idx) to bd-idx
               move ot-building-id (os-idx) to stl-bldg-out
               move ot-own-pct (os-idx) to stl-pct-out
               move bd-cash (bd-idx) to stl-cash-out
               move ot-share (os-idx) to stl-share-out
               evaluate ot-dist-method (os-idx)
                   when 'C'
                       move 'CHECK' to stl-method-out
                   when 'E'
                       move 'TRANSFER' to stl-method-out
                   when other
                       move 'HELD' to stl-method-out
               end-evaluate
               evaluate true
                   when bd-capital-call (bd-idx)
                       move 'CAPITAL CALL' to stl-note-out
                   when bd-pct-wrong (bd-idx)
                   when bd-no-profit (bd-idx)
                       move 'HELD - SEE MGMT' to stl-note-out
                   when other
                       move spaces to stl-note-out
               end-evaluate
               if not bd-distributed (bd-idx)
                   move spaces to stl-method-out
               end-if
               write record-out from statement-line-out
                   after advancing 1 line
               perform 8020-capture-line
               add ot-share (os-idx) to statement-total
           end-if.

      *each share paid posts as its own balanced pair; the page
      *proves the whole run balances before the ledger takes it
       400-post-distributions.
           move 0 to run-debits-total.
           move 0 to run-credits-total.
           perform 410-post-one-share
               varying ot-idx from 1 by 1
               until ot-idx > owner-count.

           move run-debits-total to posting-debits-out.
           move run-credits-total to posting-credits-out.
           if run-debits-total = run-credits-total
               move 'IN BALANCE      ' to posting-balance-out
           else
               move '** OUT OF BAL **' to posting-balance-out
           end-if.
           write record-out from posting-title-out
               after advancing page.
           move 'P' to capture-mode.
           perform 8020-capture-line.
           write record-out from posting-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

       410-post-one-share.
           if ot-share (ot-idx) > 0
               move '3200' to jr-account
               move 'OWNER DISTRIBUTIONS ' to jr-account-desc
               move 'DR' to jr-dr-cr
               move ot-share (ot-idx) to jr-amount
               perform 425-write-one-journal-line
               if ot-dist-method (ot-idx) = 'H'
                   move '2460' to jr-account
                   move 'OWNER DISTRIB PAYBL ' to jr-account-desc
               else
                   move '1000' to jr-account
                   move 'CASH                ' to jr-account-desc
               end-if
               move 'CR' to jr-dr-cr
               move ot-share (ot-idx) to jr-amount
               perform 425-write-one-journal-line
           end-if.

       425-write-one-journal-line.
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

       copy EXCPPR.

       copy PERDPR.

       copy TRLRPR.

       end program aptdist.
