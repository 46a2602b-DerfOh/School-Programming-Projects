      *Monthly vehicle upgrade report
      *
      *When the reserved make isn't on the lot the counter hands
      *over a bigger car, and crcheckout.cbl records why: given
      *complimentary because the shop was short, paid for by the
      *renter at the per-day difference, or redeemed from the
      *renter's points.  The billing run appends every upgrade it
      *bills to the UPGRLOG log.  This job reads the log for the
      *run month and prints, per check-out branch and per reserved
      *make, how many upgrades of each kind went out, the revenue
      *given away on the complimentary ones (the per-day
      *difference the renter didn't pay, for every day charged),
      *the extra billed on the paid ones, and what the loyalty
      *ones were worth and cost in points.  The reserved makes a
      *branch keeps giving away are the makes its fleet is short
      *of.
       identification division.
       program-id. crupgrade.
       environment division.
       input-output section.


       file-control.
      *> every billed upgrade, kept across runs by the billing run
           select optional upgrade-log-file assign to "UPGRLOG"
                 organization is line sequential
                 file status is ul-file-status.

           select file-out assign to printer, "con".


           copy RPTSEL.

       data division.
       file section.
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
               88 ul-upgrade-comp       value 'C'.
               88 ul-upgrade-paid       value 'P'.
               88 ul-upgrade-loyalty    value 'L'.
           05 ul-days-charged       pic 99.
           05 ul-day-diff           pic 99v99.
           05 ul-upgrade-charge     pic 9(5)v99.
           05 ul-given-away         pic 9(5)v99.
           05 ul-points             pic 9(7).

       fd file-out label records are omitted.
       01 record-out pic x(80).


       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 ul-file-status pic xx.
       01 bill-date-split.
           05 bill-yyyy pic 9(4).
           05 bill-mm   pic 9(2).
           05 bill-dd   pic 9(2).

      *one row per check-out branch and reserved make
       01 upgrade-table.
           05 upgrade-entry occurs 200 times.
               10 ug-sort-key.
                   15 ug-branch         pic x(3).
                   15 ug-reserved-make  pic x(4).
               10 ug-comp-count      pic 9(5).
               10 ug-given-away      pic 9(7)v99.
               10 ug-paid-count      pic 9(5).
               10 ug-paid-extra      pic 9(7)v99.
               10 ug-loyal-count     pic 9(5).
               10 ug-loyal-value     pic 9(7)v99.
               10 ug-loyal-points    pic 9(9).
               10 ug-printed-flag    pic x.
                   88 ug-printed         value 'y'.
       01 upgrade-count pic 999 value 0.
       01 ug-idx pic 999 value 0.
       01 ug-match-idx pic 999 value 0.
       01 ug-found-flag pic x value 'n'.
           88 ug-found value 'y'.
       01 seek-key.
           05 seek-branch pic x(3).
           05 seek-reserved-make pic x(4).

       01 low-idx pic 999 value 0.
       01 low-key pic x(7) value spaces.
       01 print-idx pic 999 value 0.
       01 current-branch pic x(3) value spaces.

       01 branch-totals.
           05 bt-comp-count pic 9(5) value 0.
           05 bt-given-away pic 9(7)v99 value 0.
           05 bt-paid-count pic 9(5) value 0.
           05 bt-paid-extra pic 9(7)v99 value 0.
           05 bt-loyal-count pic 9(5) value 0.
           05 bt-loyal-value pic 9(7)v99 value 0.
           05 bt-loyal-points pic 9(9) value 0.
       01 grand-totals.
           05 gt-comp-count pic 9(5) value 0.
           05 gt-given-away pic 9(7)v99 value 0.
           05 gt-paid-count pic 9(5) value 0.
           05 gt-paid-extra pic 9(7)v99 value 0.
           05 gt-loyal-count pic 9(5) value 0.
           05 gt-loyal-value pic 9(7)v99 value 0.
           05 gt-loyal-points pic 9(9) value 0.

       copy BANNERWS.
       copy PAGEBRKW.

       01 line1-out.
           05 filler pic x(26) value spaces.
           05 filler pic x(28) value
               'Monthly Vehicle Upgrades'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(3) value 'Br '.
           05 filler pic x(2) value spaces.
           05 filler pic x(4) value 'Resv'.
           05 filler pic x(2) value spaces.
           05 filler pic x(4) value 'Comp'.
           05 filler pic x(1) value spaces.
           05 filler pic x(11) value ' Given Away'.
           05 filler pic x(2) value spaces.
           05 filler pic x(4) value 'Paid'.
           05 filler pic x(1) value spaces.
           05 filler pic x(11) value ' Paid Extra'.
           05 filler pic x(2) value spaces.
           05 filler pic x(4) value 'Loyl'.
           05 filler pic x(1) value spaces.
           05 filler pic x(10) value ' Pts Value'.
           05 filler pic x(1) value spaces.
           05 filler pic x(7) value ' Points'.

       01 print-upgrade-out.
           05 filler                pic x(1) value spaces.
           05 upg-branch-out        pic x(3).
           05 filler                pic x(2) value spaces.
           05 upg-make-out          pic x(4).
           05 filler                pic x(2) value spaces.
           05 upg-comp-out          pic zzz9.
           05 filler                pic x(1) value spaces.
           05 upg-given-out         pic $zzz,zz9.99.
           05 filler                pic x(2) value spaces.
           05 upg-paid-out          pic zzz9.
           05 filler                pic x(1) value spaces.
           05 upg-extra-out         pic $zzz,zz9.99.
           05 filler                pic x(2) value spaces.
           05 upg-loyal-out         pic zzz9.
           05 filler                pic x(1) value spaces.
           05 upg-value-out         pic $zz,zz9.99.
           05 filler                pic x(1) value spaces.
           05 upg-points-out        pic zzzzzz9.

       01 print-branch-total-out.
           05 filler                pic x(1) value spaces.
           05 bto-branch-out        pic x(3).
           05 filler                pic x(2) value spaces.
           05 filler                pic x(4) value 'TOTL'.
           05 filler                pic x(2) value spaces.
           05 bto-comp-out          pic zzz9.
           05 filler                pic x(1) value spaces.
           05 bto-given-out         pic $zzz,zz9.99.
           05 filler                pic x(2) value spaces.
           05 bto-paid-out          pic zzz9.
           05 filler                pic x(1) value spaces.
           05 bto-extra-out         pic $zzz,zz9.99.
           05 filler                pic x(2) value spaces.
           05 bto-loyal-out         pic zzz9.
           05 filler                pic x(1) value spaces.
           05 bto-value-out         pic $zz,zz9.99.
           05 filler                pic x(1) value spaces.
           05 bto-points-out        pic zzzzzz9.

       01 print-grand-total-out.
           05 filler                pic x(1) value spaces.
           05 filler                pic x(11) value 'ALL BRANCH '.
           05 gto-comp-out          pic zzz9.
           05 filler                pic x(1) value spaces.
           05 gto-given-out         pic $zzz,zz9.99.
           05 filler                pic x(2) value spaces.
           05 gto-paid-out          pic zzz9.
           05 filler                pic x(1) value spaces.
           05 gto-extra-out         pic $zzz,zz9.99.
           05 filler                pic x(2) value spaces.
           05 gto-loyal-out         pic zzz9.
           05 filler                pic x(1) value spaces.
           05 gto-value-out         pic $zz,zz9.99.
           05 filler                pic x(1) value spaces.
           05 gto-points-out        pic zzzzzz9.


       procedure division.
       100-main.
           open output file-out.

           move 'VEHICLE UPGRADES    ' to banner-job-name.
           move 'UP0001' to banner-batch-id.
           perform 8000-print-banner-page.

           open input upgrade-log-file.
           if ul-file-status = '00'
               read upgrade-log-file
                   at end move 'n' to more-records
               end-read
               perform 200-tally-one-upgrade until more-records = 'n'
           end-if.
           close upgrade-log-file.
           move 'y' to more-records.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.
           perform 500-print-one-row
               varying print-idx from 1 by 1
               until print-idx > upgrade-count.
           if upgrade-count > 0
               perform 560-print-branch-total
           end-if.
           perform 580-print-grand-total.

           close file-out.
           perform 8030-close-report-capture.
           stop run.

      *only upgrades billed in the run month count
       200-tally-one-upgrade.
           move ul-bill-date to bill-date-split.
           if bill-yyyy = banner-run-yyyy
               and bill-mm = banner-run-mm
               move ul-branch to seek-branch
               move ul-reserved-make to seek-reserved-make
               perform 210-find-upgrade-entry
               evaluate true
                   when ul-upgrade-comp
                       add 1 to ug-comp-count (ug-idx)
                       add ul-given-away to ug-given-away (ug-idx)
                   when ul-upgrade-paid
                       add 1 to ug-paid-count (ug-idx)
                       add ul-upgrade-charge to ug-paid-extra (ug-idx)
                   when ul-upgrade-loyalty
                       add 1 to ug-loyal-count (ug-idx)
                       add ul-given-away to ug-loyal-value (ug-idx)
                       add ul-points to ug-loyal-points (ug-idx)
               end-evaluate
           end-if.
           read upgrade-log-file
               at end move 'n' to more-records
           end-read.

       210-find-upgrade-entry.
           move 'n' to ug-found-flag.
           perform 215-scan-one-upgrade
               varying ug-idx from 1 by 1
               until ug-idx > upgrade-count or ug-found.
           if ug-found
               move ug-match-idx to ug-idx
           else
               if upgrade-count >= 200
                   display 'UPGRADE TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to upgrade-count
               move upgrade-count to ug-idx
               move seek-key to ug-sort-key (ug-idx)
               move 0 to ug-comp-count (ug-idx)
               move 0 to ug-given-away (ug-idx)
               move 0 to ug-paid-count (ug-idx)
               move 0 to ug-paid-extra (ug-idx)
               move 0 to ug-loyal-count (ug-idx)
               move 0 to ug-loyal-value (ug-idx)
               move 0 to ug-loyal-points (ug-idx)
               move 'n' to ug-printed-flag (ug-idx)
           end-if.

       215-scan-one-upgrade.
           if ug-sort-key (ug-idx) = seek-key
               move 'y' to ug-found-flag
               move ug-idx to ug-match-idx
           end-if.

      *rows print in branch then reserved-make order, lowest key
      *first, with a subtotal each time the branch changes
       500-print-one-row.
           move 0 to low-idx.
           move high-values to low-key.
           perform 510-scan-one-low
               varying ug-idx from 1 by 1
               until ug-idx > upgrade-count.
           move low-idx to ug-idx.
           move 'y' to ug-printed-flag (ug-idx).
           if print-idx > 1
               and ug-branch (ug-idx) not = current-branch
               perform 560-print-branch-total
           end-if.
           move ug-branch (ug-idx) to current-branch.

           move ug-branch (ug-idx) to upg-branch-out.
           move ug-reserved-make (ug-idx) to upg-make-out.
           move ug-comp-count (ug-idx) to upg-comp-out.
           move ug-given-away (ug-idx) to upg-given-out.
           move ug-paid-count (ug-idx) to upg-paid-out.
           move ug-paid-extra (ug-idx) to upg-extra-out.
           move ug-loyal-count (ug-idx) to upg-loyal-out.
           move ug-loyal-value (ug-idx) to upg-value-out.
           move ug-loyal-points (ug-idx) to upg-points-out.
           write record-out from print-upgrade-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

           add ug-comp-count (ug-idx) to bt-comp-count.
           add ug-given-away (ug-idx) to bt-given-away.
           add ug-paid-count (ug-idx) to bt-paid-count.
           add ug-paid-extra (ug-idx) to bt-paid-extra.
           add ug-loyal-count (ug-idx) to bt-loyal-count.
           add ug-loyal-value (ug-idx) to bt-loyal-value.
           add ug-loyal-points (ug-idx) to bt-loyal-points.

       510-scan-one-low.
           if not ug-printed (ug-idx)
               and ug-sort-key (ug-idx) < low-key
               move ug-sort-key (ug-idx) to low-key
               move ug-idx to low-idx
           end-if.

       560-print-branch-total.
           move current-branch to bto-branch-out.
           move bt-comp-count to bto-comp-out.
           move bt-given-away to bto-given-out.
           move bt-paid-count to bto-paid-out.
           move bt-paid-extra to bto-extra-out.
           move bt-loyal-count to bto-loyal-out.
           move bt-loyal-value to bto-value-out.
           move bt-loyal-points to bto-points-out.
           write record-out from print-branch-total-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.

           add bt-comp-count to gt-comp-count.
           add bt-given-away to gt-given-away.
           add bt-paid-count to gt-paid-count.
           add bt-paid-extra to gt-paid-extra.
           add bt-loyal-count to gt-loyal-count.
           add bt-loyal-value to gt-loyal-value.
           add bt-loyal-points to gt-loyal-points.
           move 0 to bt-comp-count bt-given-away bt-paid-count
               bt-paid-extra bt-loyal-count bt-loyal-value
               bt-loyal-points.

       580-print-grand-total.
           move gt-comp-count to gto-comp-out.
           move gt-given-away to gto-given-out.
           move gt-paid-count to gto-paid-out.
           move gt-paid-extra to gto-extra-out.
           move gt-loyal-count to gto-loyal-out.
           move gt-loyal-value to gto-value-out.
           move gt-loyal-points to gto-points-out.
           write record-out from print-grand-total-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       end program crupgrade.
