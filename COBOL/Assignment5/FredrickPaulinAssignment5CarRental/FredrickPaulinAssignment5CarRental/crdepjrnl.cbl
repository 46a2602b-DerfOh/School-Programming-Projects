      *Monthly fleet depreciation journal
      *
      *crfleet.cbl computes straight-line depreciation per unit but
      *only prints it, so the ledger never saw the fleet's biggest
      *expense.  This job posts it the way aptjrnl.cbl posts the
      *apartment side's: one month of straight-line depreciation for
      *every active unit on VEHMAST -- vm-acquisition-cost over
      *vm-expected-life-mm, from the in-service month on -- as a
      *balanced entry in the shop journal layout, appended to the
      *night's JRNLFILE after the billing run has written it:
      *
      *  - fleet depreciation expense debited, one line per home
      *    branch, so each lot carries the cost of its own cars;
      *  - accumulated fleet depreciation credited for the total.
      *
      *A unit not yet in service, or already past its expected
      *life, posts nothing -- it is fully depreciated and the book
      *value crfleet.cbl and vehmaint.cbl measure against stops
      *moving.
      *
      *Entries carry the open APERIODS period, and the month posts
      *once: the FLTJRNLC carried record remembers the last period
      *posted, and a second run into the same period is refused with
      *return code 8 before a single entry is written -- the same
      *guard APTJRNLC gives the apartment extract.  A per-branch
      *page and a posting-totals line prove debits equal credits.
       identification division.
       program-id. crdepjrnl.
       environment division.
       input-output section.

       file-control.
           select vehicle-master assign to "VEHMAST"
                 organization is indexed
                 access mode is dynamic
                 record key is vm-unit-id
                 file status is vm-file-status.

      *> depreciation entries appended to the night's journal file
           select journal-file assign to "JRNLFILE"
                 organization is line sequential
                 file status is jr-file-status.

      *> the last period posted, carried across runs
           select optional control-file assign to "FLTJRNLC"
                 organization is line sequential
                 file status is jc-file-status.

           select file-out assign to printer, "con".

           copy PERDSEL.

           copy RPTSEL.

       data division.
       file section.
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
           05 jc-last-period    pic 9(6).

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy PERDFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 vm-file-status pic xx.
       01 jr-file-status pic xx.
       01 jc-file-status pic xx.
       01 last-posted-period pic 9(6) value 0.

      *one month's depreciation per home branch
       01 branch-depr-table.
           05 branch-depr-entry occurs 50 times.
               10 bdp-branch        pic x(3).
               10 bdp-unit-count    pic 9(5) value 0.
               10 bdp-depreciation  pic 9(9)v99 value 0.
       01 branch-depr-count pic 99 value 0.
       01 bdp-idx pic 99 value 0.
       01 bdp-match-idx pic 99 value 0.
       01 bdp-found-flag pic x value 'n'.
           88 bdp-found value 'y'.

      *the month for one unit, crfleet.cbl's straight line
       01 age-months pic s9(5) value 0.
       01 unit-month-depr pic 9(7)v99 value 0.
       01 in-service-split.
           05 insvc-yyyy pic 9(4).
           05 insvc-mm   pic 9(2).
           05 filler     pic 9(2).

       01 units-posted-count pic 9(5) value 0.
       01 units-skipped-count pic 9(5) value 0.
       01 depreciation-total pic 9(9)v99 value 0.
       01 run-debits-total pic 9(11)v99 value 0.
       01 run-credits-total pic 9(11)v99 value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy PERDWS.

       01 line1-out.
           05 filler pic x(22) value spaces.
           05 filler pic x(34) value
               'Fleet Depreciation Journal'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(6) value 'Branch'.
           05 filler pic x(4) value spaces.
           05 filler pic x(5) value 'Units'.
           05 filler pic x(6) value spaces.
           05 filler pic x(18) value 'Month Depreciation'.

       01 print-branch-out.
           05 filler            pic x(3) value spaces.
           05 br-branch-out     pic x(3).
           05 filler            pic x(5) value spaces.
           05 br-units-out      pic zzzz9.
           05 filler            pic x(6) value spaces.
           05 br-depr-out       pic $zzz,zzz,zz9.99.

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

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(14) value 'Units Posted: '.
           05 posted-count-out pic zzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(33) value
               'Fully Depreciated/Not In Service:'.
           05 skipped-count-out pic zzzz9.

       procedure division.
       100-main.
           open output file-out.

           move 'FLEET DEPRECIATION  ' to banner-job-name.
           move 'FD0001' to banner-batch-id.
           perform 8000-print-banner-page.

      *        no entry posts into a closed accounting period
           perform 8700-load-periods.
           move banner-run-date-ccyymmdd to perd-check-date.
           perform 8710-find-open-period.
           if not perd-period-ok
               display 'POSTING REFUSED: ' perd-refusal-text
               move 8 to return-code
               stop run
           end-if.

      *        one posting per period: a rerun into the period
      *        already on the carried record would charge the fleet
      *        a second month
           perform 120-read-posting-control.
           if last-posted-period = perd-open-period
               display 'PERIOD ' perd-open-period
                   ' ALREADY POSTED - EXTRACT REFUSED'
               move 8 to return-code
               stop run
           end-if.

           open input vehicle-master.
           if vm-file-status not = '00'
               display 'VEHICLE-MASTER FAILED TO OPEN, STATUS '
                   vm-file-status
               stop run
           end-if.
           open extend journal-file.
           if jr-file-status not = '00'
               open output journal-file
               close journal-file
               open extend journal-file
           end-if.
           move spaces to journal-record.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 200-depreciate-fleet.
           perform 400-print-branches
               varying bdp-idx from 1 by 1
               until bdp-idx > branch-depr-count.
           perform 900-write-journal.
           perform 950-rewrite-posting-control.

           move units-posted-count to posted-count-out.
           move units-skipped-count to skipped-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close vehicle-master.
           close journal-file.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

       120-read-posting-control.
           open input control-file.
           if jc-file-status = '00'
               read control-file
                   at end
                       continue
                   not at end
                       move jc-last-period to last-posted-period
               end-read
           end-if.
           close control-file.

       950-rewrite-posting-control.
           open output control-file.
           move spaces to control-record.
           move perd-open-period to jc-last-period.
           write control-record.
           close control-file.

       200-depreciate-fleet.
           move low-values to vm-unit-id.
           start vehicle-master key not < vm-unit-id
               invalid key move 'n' to more-records
           end-start.
           if more-records = 'y'
               read vehicle-master next record
                   at end move 'n' to more-records
               end-read
           end-if.
           perform 210-depreciate-one-unit until more-records = 'n'.
           move 'y' to more-records.

      *a unit is charged for every month from its in-service month
      *until its expected life runs out, and nothing after
       210-depreciate-one-unit.
           move vm-in-service-date to in-service-split.
           compute age-months =
               ((banner-run-yyyy - insvc-yyyy) * 12)
               + (banner-run-mm - insvc-mm).
           if vm-expected-life-mm > 0
               and vm-in-service-date <= banner-run-date-ccyymmdd
               and age-months >= 0
               and age-months < vm-expected-life-mm
               compute unit-month-depr rounded =
                   vm-acquisition-cost / vm-expected-life-mm
               perform 220-file-under-branch
               add unit-month-depr to bdp-depreciation (bdp-idx)
               add 1 to bdp-unit-count (bdp-idx)
               add unit-month-depr to depreciation-total
               add 1 to units-posted-count
           else
               add 1 to units-skipped-count
           end-if.
           read vehicle-master next record
               at end move 'n' to more-records
           end-read.

       220-file-under-branch.
           move 'n' to bdp-found-flag.
           perform 225-scan-one-branch
               varying bdp-idx from 1 by 1
               until bdp-idx > branch-depr-count or bdp-found.
           if bdp-found
               move bdp-match-idx to bdp-idx
           else
               if branch-depr-count >= 50
                   display 'BRANCH TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to branch-depr-count
               move branch-depr-count to bdp-idx
               move vm-home-branch to bdp-branch (bdp-idx)
           end-if.

       225-scan-one-branch.
           if bdp-branch (bdp-idx) = vm-home-branch
               move 'y' to bdp-found-flag
               move bdp-idx to bdp-match-idx
           end-if.

       400-print-branches.
           move bdp-branch (bdp-idx) to br-branch-out.
           move bdp-unit-count (bdp-idx) to br-units-out.
           move bdp-depreciation (bdp-idx) to br-depr-out.
           write record-out from print-branch-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *expense by branch, one credit to the contra-asset for the
      *whole fleet; the page proves the pair balances
       900-write-journal.
           move 0 to run-debits-total.
           move 0 to run-credits-total.

           perform 930-write-one-branch-debit
               varying bdp-idx from 1 by 1
               until bdp-idx > branch-depr-count.

           if depreciation-total > 0
               move '1610' to jr-account
               move 'FLEET ACCUM DEPREC  ' to jr-account-desc
               move 'CR' to jr-dr-cr
               move depreciation-total to jr-amount
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

       930-write-one-branch-debit.
           if bdp-depreciation (bdp-idx) > 0
               move '6600' to jr-account
               move spaces to jr-account-desc
               string 'FLEET DEPR EXP ' delimited by size
                      bdp-branch (bdp-idx) delimited by size
                      into jr-account-desc
               move 'DR' to jr-dr-cr
               move bdp-depreciation (bdp-idx) to jr-amount
               perform 925-write-one-journal-line
           end-if.

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

       copy PERDPR.

       end program crdepjrnl.
