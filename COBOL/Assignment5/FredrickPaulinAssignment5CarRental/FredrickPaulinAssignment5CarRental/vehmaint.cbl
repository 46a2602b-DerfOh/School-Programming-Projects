      *Vehicle master in-fleet, de-fleet and transfer maintenance
      *
      *Only the billing run ever rewrote VEHMAST, and only to roll
      *the odometer forward; a new car or a sold one meant editing
      *the indexed file by hand.  This job is to VEHMAST what
      *custmaint.cbl is to CUSTMAST: it reads transactions from
      *VEHTRAN, applies them to the vehicle master, prints an
      *activity report of everything applied and rejected, and
      *journals a before/after image of every applied update to the
      *shared master-file journal so jrnlreplay.cbl can rebuild it.
      *
      *  'I' in-fleet: adds the unit with its make, VIN, acquisition
      *      cost, in-service date, expected life and home branch,
      *      and seeds the unit's MAINTDUE row (zero miles, the
      *      transaction's service interval or the billing run's
      *      default) so the service-due job knows it from day one.
      *  'D' de-fleet: records the sale.  The unit comes off VEHMAST
      *      and MAINTDUE, and a disposal row (sale date, proceeds,
      *      cost, depreciation taken, gain or loss) goes on the
      *      FLTDISP history.  Gain or loss is measured against
      *      straight-line book value at the sale date, the same
      *      arithmetic crfleet.cbl depreciates with, and posts as a
      *      balanced entry appended to JRNLFILE for glledger.cbl:
      *      cash debited for the proceeds, accumulated fleet
      *      depreciation debited, the fleet asset credited at cost,
      *      and the difference to gain or loss on fleet sales.  A
      *      unit still out on OPENRENT, or with a DMGCLAIM claim
      *      still open, is refused -- sell it after it comes back
      *      and the claim closes.
      *  'T' transfer: changes the unit's home branch.
      *
      *Transaction layout: action, unit-id, car-make, VIN,
      *acquisition cost, in-service date (ccyymmdd), expected life
      *in months, home branch, sale date (ccyymmdd), sale proceeds,
      *service interval in miles.  An in-fleet for a unit already on
      *the master, a de-fleet or transfer for one that isn't, a zero
      *cost or life on an in-fleet, a blank branch on a transfer, or
      *a de-fleet with no open accounting period to post into is
      *rejected to the activity report and the shared exception
      *log instead of applied blind.
      *
      *VEHMAST also carries the unit's recall status and campaign,
      *set and cleared by crrecall.cbl; an in-fleet starts clear.
      *
      *The default service interval seeded for an in-fleet that
      *carries none is read from PARMMAST (VEHMAINT /
      *DEFAULT-SVC-INTERVAL) at start-up through the shared PARM
      *copybooks; the value in force prints under the banner.
       identification division.
       program-id. vehmaint.
       environment division.
       input-output section.


       file-control.
           select tran-file assign to "VEHTRAN"
                 organization is line sequential.
           select file-out assign to printer, "con".

           select vehicle-master assign to "VEHMAST"
                 organization is indexed
                 access mode is random
                 record key is vm-unit-id
                 file status is vm-file-status.

           select maint-due assign to "MAINTDUE"
                 organization is indexed
                 access mode is random
                 record key is md-unit-id
                 file status is md-file-status.

           select open-rental assign to "OPENRENT"
                 organization is indexed
                 access mode is random
                 record key is or-unit-id
                 file status is or-file-status.

      *> optional: a fleet that has never had a claim has no
      *> claim master on disk at all
           select optional claim-master assign to "DMGCLAIM"
                 organization is indexed
                 access mode is sequential
                 record key is dc-claim-no
                 file status is dc-file-status.

      *> one row per unit sold, kept for the books
           select disposal-file assign to "FLTDISP"
                 organization is line sequential
                 file status is fd-file-status.

      *> gain/loss entries appended to the night's journal file
           select journal-file assign to "JRNLFILE"
                 organization is line sequential
                 file status is jr-file-status.

           copy JRNLSEL.

           copy EXCPSEL.

           copy PERDSEL.

           copy PARMSEL.


           copy RPTSEL.

       data division.
       file section.
       fd tran-file label records are standard.
       01 tran-record.
           05 tr-action            pic x.
               88 tr-in-fleet          value 'I'.
               88 tr-de-fleet          value 'D'.
               88 tr-transfer          value 'T'.
           05 tr-unit-id           pic x(5).
           05 tr-car-make          pic x(4).
           05 tr-vin               pic x(17).
           05 tr-acquisition-cost  pic 9(7)v99.
           05 tr-in-service-date   pic 9(8).
           05 tr-expected-life-mm  pic 9(3).
           05 tr-home-branch       pic x(3).
           05 tr-sale-date         pic 9(8).
           05 tr-sale-proceeds     pic 9(7)v99.
           05 tr-service-interval  pic 9(5).

       fd file-out label records are omitted.
       01 record-out pic x(80).

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

       fd maint-due label records are standard.
       01 maint-due-record.
           05 md-unit-id            pic x(5).
           05 md-miles-since-service pic 9(6)v9.
           05 md-service-interval   pic 9(5).

       fd open-rental label records are standard.
       01 open-rental-record.
           05 or-unit-id            pic x(5).
           05 or-customer-id        pic x(6).
           05 or-car-make           pic x(4).
           05 or-checkout-date      pic 9(8).
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

       fd disposal-file label records are omitted.
       01 disposal-record.
           05 fd-unit-id            pic x(5).
           05 filler                pic x value space.
           05 fd-car-make           pic x(4).
           05 filler                pic x value space.
           05 fd-home-branch        pic x(3).
           05 filler                pic x value space.
           05 fd-sale-date          pic 9(8).
           05 filler                pic x value space.
           05 fd-acquisition-cost   pic 9(7)v99.
           05 filler                pic x value space.
           05 fd-accum-depreciation pic 9(7)v99.
           05 filler                pic x value space.
           05 fd-sale-proceeds      pic 9(7)v99.
           05 filler                pic x value space.
           05 fd-gain-loss          pic s9(7)v99.

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

       copy PARMFD.


       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 vm-file-status pic xx.
       01 md-file-status pic xx.
       01 or-file-status pic xx.
       01 dc-file-status pic xx.
       01 fd-file-status pic xx.
       01 jr-file-status pic xx.
       01 master-found-flag pic x value 'n'.
           88 master-found           value 'y'.
           88 master-not-found       value 'n'.
       01 values-ok-flag pic x value 'y'.
           88 values-ok              value 'y'.
       01 on-rent-flag pic x value 'n'.
           88 unit-on-rent           value 'y'.
       01 open-claim-flag pic x value 'n'.
           88 unit-has-open-claim    value 'y'.

       01 applied-count pic 9(5) value 0.
       01 rejected-count pic 9(5) value 0.
       01 disposal-count pic 9(5) value 0.

      *the billing run's default, for an in-fleet that names none
       01 default-service-interval pic 9(5) value 5000.

      *before/after images are staged here so the journal record is
      *built from what was really on the master, not the transaction
       01 before-image-save pic x(120) value spaces.
       01 after-image-save  pic x(120) value spaces.

      *units with a damage claim still open, loaded once up front
       01 open-claim-table.
           05 open-claim-entry occurs 300 times.
               10 oc-unit-id        pic x(5).
       01 open-claim-count pic 999 value 0.
       01 oc-idx pic 999 value 0.

      *book value at the sale date, crfleet.cbl's straight line
       01 age-months pic s9(5) value 0.
       01 life-used-months pic 9(5) value 0.
       01 unit-depreciation pic 9(7)v99 value 0.
       01 book-value pic 9(7)v99 value 0.
       01 gain-loss-amount pic s9(7)v99 value 0.
       01 sale-date-split.
           05 sale-yyyy pic 9(4).
           05 sale-mm   pic 9(2).
           05 filler    pic 9(2).
       01 in-service-split.
           05 insvc-yyyy pic 9(4).
           05 insvc-mm   pic 9(2).
           05 filler     pic 9(2).

       01 run-debits-total pic 9(9)v99 value 0.
       01 run-credits-total pic 9(9)v99 value 0.

       copy BANNERWS.
       copy JRNLWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy PERDWS.
       copy PARMWS.

       01 line1-out.
           05 filler pic x(25) value spaces.
           05 filler pic x(30) value
               'Vehicle Master Maintenance'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(6) value 'Action'.
           05 filler pic x(3) value spaces.
           05 filler pic x(5) value 'Unit '.
           05 filler pic x(3) value spaces.
           05 filler pic x(4) value 'Make'.
           05 filler pic x(3) value spaces.
           05 filler pic x(6) value 'Branch'.
           05 filler pic x(3) value spaces.
           05 filler pic x(11) value 'Disposition'.

       01 print-activity-out.
           05 filler               pic x(3) value spaces.
           05 activity-action-out  pic x.
           05 filler               pic x(5) value spaces.
           05 activity-unit-out    pic x(5).
           05 filler               pic x(3) value spaces.
           05 activity-make-out    pic x(4).
           05 filler               pic x(3) value spaces.
           05 activity-branch-out  pic x(3).
           05 filler               pic x(6) value spaces.
           05 activity-disp-out    pic x(30).

       01 print-disposal-out.
           05 filler               pic x(10) value spaces.
           05 filler               pic x(6) value 'Book: '.
           05 disp-book-out        pic $zzz,zz9.99.
           05 filler               pic x(2) value spaces.
           05 filler               pic x(6) value 'Sold: '.
           05 disp-proceeds-out    pic $zzz,zz9.99.
           05 filler               pic x(2) value spaces.
           05 filler               pic x(11) value 'Gain/Loss: '.
           05 disp-gain-loss-out   pic $zzz,zz9.99-.

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
           05 filler pic x(21) value 'Transactions Applied:'.
           05 applied-count-out pic zzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(9) value 'Rejected:'.
           05 rejected-count-out pic zzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(10) value 'Disposals:'.
           05 disposal-count-out pic zzzz9.


       procedure division.
       100-main.
           open input tran-file.
           open output file-out.
      *> only a missing file (status 35) gets the create-and-reopen
      *> fallback -- any other failure must not reach OPEN OUTPUT,
      *> which would truncate the live fleet
           open i-o vehicle-master.
           if vm-file-status = '35'
               open output vehicle-master
               close vehicle-master
               open i-o vehicle-master
           end-if.
           if vm-file-status not = '00'
               display 'VEHICLE-MASTER FAILED TO OPEN, STATUS '
                   vm-file-status
               stop run
           end-if.
           open i-o maint-due.
           if md-file-status = '35'
               open output maint-due
               close maint-due
               open i-o maint-due
           end-if.
           if md-file-status not = '00'
               display 'MAINT-DUE FAILED TO OPEN, STATUS '
                   md-file-status
               stop run
           end-if.
           open input open-rental.
           if or-file-status not = '00'
               display 'OPEN-RENTAL FAILED TO OPEN, STATUS '
                   or-file-status
               stop run
           end-if.
           open extend disposal-file.
           if fd-file-status not = '00'
               open output disposal-file
               close disposal-file
               open extend disposal-file
           end-if.
           move spaces to disposal-record.
           open extend journal-file.
           if jr-file-status not = '00'
               open output journal-file
               close journal-file
               open extend journal-file
           end-if.
           move spaces to journal-record.
           perform 9800-open-master-journal.
           perform 8900-open-exception-log.
           move 'VEHMAINT    ' to excp-this-job.

           perform 050-load-parameters.

      *        the shop-standard banner page, then the activity
      *        report's own column headers
           move 'VEHICLE MAINTENANCE ' to banner-job-name.
           move 'VM0001' to banner-batch-id.
           perform 8000-print-banner-page.
           perform 8650-print-parameters.

      *        a de-fleet posts to the ledger, so it needs an open
      *        period; in-fleets and transfers don't
           perform 8700-load-periods.
           move banner-run-date-ccyymmdd to perd-check-date.
           perform 8710-find-open-period.

           perform 150-load-open-claims.

           write record-out from line1-out after advancing 5 lines.
           move 5 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           read tran-file at end move 'n' to more-records.
           perform 200-process until more-records = 'n'.

           perform 900-print-summary.

           close tran-file.
           close file-out.
           perform 8030-close-report-capture.
           close vehicle-master.
           close maint-due.
           close open-rental.
           close disposal-file.
           close journal-file.
           close master-journal.
           close exception-log.
           stop run.

       050-load-parameters.
           perform 8600-open-parameters.
           move 'VEHMAINT  ' to parm-lookup-program.
           move 'DEFAULT-SVC-INTERVAL' to parm-lookup-name.
           move default-service-interval to parm-value.
           perform 8610-get-parameter.
           move parm-value to default-service-interval.
           perform 8690-close-parameters.

      *one pass over the claim master for the units a de-fleet
      *must refuse
       150-load-open-claims.
           open input claim-master.
           if dc-file-status = '00'
               read claim-master next record
                   at end move 'n' to more-records
               end-read
               perform 155-load-one-claim until more-records = 'n'
               close claim-master
           end-if.
           move 'y' to more-records.

       155-load-one-claim.
           if dc-open
               if open-claim-count >= 300
                   display 'OPEN CLAIM TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to open-claim-count
               move dc-unit-id to oc-unit-id (open-claim-count)
           end-if.
           read claim-master next record
               at end move 'n' to more-records
           end-read.

       200-process.
           perform 210-read-master.
           evaluate true
               when tr-in-fleet
                   perform 300-apply-in-fleet
               when tr-de-fleet
                   perform 320-apply-de-fleet
               when tr-transfer
                   perform 340-apply-transfer
               when other
                   perform 400-reject-transaction
           end-evaluate.
           read tran-file at end move 'n' to more-records.

       210-read-master.
           move tr-unit-id to vm-unit-id.
           read vehicle-master
               invalid key
                   move 'n' to master-found-flag
               not invalid key
                   move 'y' to master-found-flag
                   move vehicle-master-record to before-image-save
           end-read.

       215-validate-in-fleet.
           move 'y' to values-ok-flag.
           if tr-acquisition-cost = 0
               or tr-expected-life-mm = 0
               or tr-in-service-date = 0
               or tr-car-make = spaces
               or tr-home-branch = spaces
               move 'n' to values-ok-flag
           end-if.

      *a unit out on rental, or carrying an open damage claim, is
      *not ours to sell yet
       220-check-de-fleet-holds.
           move 'n' to on-rent-flag.
           move tr-unit-id to or-unit-id.
           read open-rental
               invalid key
                   move 'n' to on-rent-flag
               not invalid key
                   move 'y' to on-rent-flag
           end-read.
           move 'n' to open-claim-flag.
           perform 225-scan-one-open-claim
               varying oc-idx from 1 by 1
               until oc-idx > open-claim-count
                   or unit-has-open-claim.

       225-scan-one-open-claim.
           if oc-unit-id (oc-idx) = tr-unit-id
               move 'y' to open-claim-flag
           end-if.

       300-apply-in-fleet.
           perform 215-validate-in-fleet.
           if master-found or not values-ok
               perform 400-reject-transaction
           else
               move spaces to before-image-save
               move tr-unit-id to vm-unit-id
               move tr-car-make to vm-car-make
               move tr-vin to vm-vin
               move 0 to vm-current-odometer
               move tr-acquisition-cost to vm-acquisition-cost
               move tr-in-service-date to vm-in-service-date
               move tr-expected-life-mm to vm-expected-life-mm
               move tr-home-branch to vm-home-branch
               move space to vm-recall-status
               move spaces to vm-recall-campaign
               move vehicle-master-record to after-image-save
               write vehicle-master-record
               move 'VEHMAST ' to mj-this-file
               perform 500-write-image-journal
               perform 310-seed-maint-due
               move 'APPLIED - IN-FLEETED' to activity-disp-out
               perform 250-print-activity-line
               add 1 to applied-count
           end-if.

      *a leftover MAINTDUE row for a reused unit-id is reset, not
      *duplicated
       310-seed-maint-due.
           move tr-unit-id to md-unit-id.
           read maint-due
               invalid key
                   move spaces to before-image-save
                   move 'A' to mj-action-code
               not invalid key
                   move maint-due-record to before-image-save
                   move 'C' to mj-action-code
           end-read.
           move tr-unit-id to md-unit-id.
           move 0 to md-miles-since-service.
           if tr-service-interval > 0
               move tr-service-interval to md-service-interval
           else
               move default-service-interval to md-service-interval
           end-if.
           move maint-due-record to after-image-save.
           if mj-action-code = 'A'
               write maint-due-record
           else
               rewrite maint-due-record
           end-if.
           move 'MAINTDUE' to mj-this-file.
           move spaces to mj-before-image.
           move before-image-save to mj-before-image.
           move spaces to mj-after-image.
           move after-image-save to mj-after-image.
           perform 9850-journal-update.

       320-apply-de-fleet.
           if master-found
               perform 220-check-de-fleet-holds
           end-if.
           if master-not-found or unit-on-rent
               or unit-has-open-claim or not perd-period-ok
               perform 400-reject-transaction
           else
               perform 330-compute-gain-loss
               perform 345-write-disposal
               perform 350-journal-disposal
               move spaces to after-image-save
               delete vehicle-master
               move 'VEHMAST ' to mj-this-file
               perform 500-write-image-journal
               perform 335-retire-maint-due
               move 'APPLIED - DE-FLEETED' to activity-disp-out
               perform 250-print-activity-line
               move book-value to disp-book-out
               move tr-sale-proceeds to disp-proceeds-out
               move gain-loss-amount to disp-gain-loss-out
               write record-out from print-disposal-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
               add 1 to applied-count
               add 1 to disposal-count
           end-if.

      *straight-line depreciation from the in-service month to the
      *sale month, capped at the expected life -- crfleet.cbl's
      *210-analyze-one-unit measured at the sale date instead of
      *the run date
       330-compute-gain-loss.
           if tr-sale-date = 0
               move banner-run-date-ccyymmdd to tr-sale-date
           end-if.
           move tr-sale-date to sale-date-split.
           move vm-in-service-date to in-service-split.
           compute age-months =
               ((sale-yyyy - insvc-yyyy) * 12)
               + (sale-mm - insvc-mm).
           if age-months < 0
               move 0 to age-months
           end-if.
           if vm-expected-life-mm > 0
               and age-months < vm-expected-life-mm
               move age-months to life-used-months
           else
               move vm-expected-life-mm to life-used-months
           end-if.
           if vm-expected-life-mm > 0
               compute unit-depreciation rounded =
                   vm-acquisition-cost * life-used-months
                   / vm-expected-life-mm
           else
               move vm-acquisition-cost to unit-depreciation
           end-if.
           compute book-value =
               vm-acquisition-cost - unit-depreciation.
           compute gain-loss-amount =
               tr-sale-proceeds - book-value.

       335-retire-maint-due.
           move tr-unit-id to md-unit-id.
           read maint-due
               invalid key
                   continue
               not invalid key
                   move 'MAINTDUE' to mj-this-file
                   move 'D' to mj-action-code
                   move spaces to mj-before-image
                   move maint-due-record to mj-before-image
                   move spaces to mj-after-image
                   delete maint-due
                   perform 9850-journal-update
           end-read.

       340-apply-transfer.
           if master-not-found or tr-home-branch = spaces
               perform 400-reject-transaction
           else
               move tr-home-branch to vm-home-branch
               move vehicle-master-record to after-image-save
               rewrite vehicle-master-record
               move 'VEHMAST ' to mj-this-file
               perform 500-write-image-journal
               move 'APPLIED - TRANSFERRED' to activity-disp-out
               perform 250-print-activity-line
               add 1 to applied-count
           end-if.

       345-write-disposal.
           move vm-unit-id to fd-unit-id.
           move vm-car-make to fd-car-make.
           move vm-home-branch to fd-home-branch.
           move tr-sale-date to fd-sale-date.
           move vm-acquisition-cost to fd-acquisition-cost.
           move unit-depreciation to fd-accum-depreciation.
           move tr-sale-proceeds to fd-sale-proceeds.
           move gain-loss-amount to fd-gain-loss.
           write disposal-record.

      *one balanced entry per unit sold: the asset comes off at
      *cost against the cash taken in and the depreciation already
      *charged, and the difference is the gain or loss
       350-journal-disposal.
           if tr-sale-proceeds > 0
               move '1000' to jr-account
               move 'CASH                ' to jr-account-desc
               move 'DR' to jr-dr-cr
               move tr-sale-proceeds to jr-amount
               perform 925-write-one-journal-line
           end-if.
           if unit-depreciation > 0
               move '1610' to jr-account
               move 'FLEET ACCUM DEPREC  ' to jr-account-desc
               move 'DR' to jr-dr-cr
               move unit-depreciation to jr-amount
               perform 925-write-one-journal-line
           end-if.
           if gain-loss-amount < 0
               move '6700' to jr-account
               move 'LOSS ON FLEET SALES ' to jr-account-desc
               move 'DR' to jr-dr-cr
               compute jr-amount = 0 - gain-loss-amount
               perform 925-write-one-journal-line
           end-if.
           move '1500' to jr-account.
           move 'FLEET VEHICLES      ' to jr-account-desc.
           move 'CR' to jr-dr-cr.
           move vm-acquisition-cost to jr-amount.
           perform 925-write-one-journal-line.
           if gain-loss-amount > 0
               move '4900' to jr-account
               move 'GAIN ON FLEET SALES ' to jr-account-desc
               move 'CR' to jr-dr-cr
               move gain-loss-amount to jr-amount
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

      *an in-fleet for a unit already on the master or with missing
      *values, a de-fleet or transfer for a unit that isn't there,
      *a de-fleet held by a rental or claim, or a bad action code
       400-reject-transaction.
           evaluate true
               when tr-in-fleet and master-found
                   move 'REJECTED - UNIT ALREADY ON FILE'
                       to activity-disp-out
                   move 'DUPA' to excp-reason-code
                   move 'in-fleet for unit already on master'
                       to excp-reason-text
               when tr-in-fleet
                   move 'REJECTED - VALUES MISSING'
                       to activity-disp-out
                   move 'VALS' to excp-reason-code
                   move 'in-fleet missing cost/life/make/branch'
                       to excp-reason-text
               when (tr-de-fleet or tr-transfer) and master-not-found
                   move 'REJECTED - UNIT NOT ON FILE'
                       to activity-disp-out
                   move 'NOTF' to excp-reason-code
                   move 'de-fleet/transfer for unknown unit id'
                       to excp-reason-text
               when tr-de-fleet and unit-on-rent
                   move 'REJECTED - UNIT OUT ON RENTAL'
                       to activity-disp-out
                   move 'ONRT' to excp-reason-code
                   move 'de-fleet refused, unit still on OPENRENT'
                       to excp-reason-text
               when tr-de-fleet and unit-has-open-claim
                   move 'REJECTED - OPEN DAMAGE CLAIM'
                       to activity-disp-out
                   move 'OCLM' to excp-reason-code
                   move 'de-fleet refused, DMGCLAIM claim open'
                       to excp-reason-text
               when tr-de-fleet
                   move 'REJECTED - NO OPEN PERIOD'
                       to activity-disp-out
                   move 'PERD' to excp-reason-code
                   move perd-refusal-text to excp-reason-text
               when tr-transfer
                   move 'REJECTED - NO BRANCH GIVEN'
                       to activity-disp-out
                   move 'VALS' to excp-reason-code
                   move 'transfer with blank home branch'
                       to excp-reason-text
               when other
                   move 'REJECTED - BAD ACTION CODE'
                       to activity-disp-out
                   move 'ACTN' to excp-reason-code
                   move 'transaction action code not I/D/T'
                       to excp-reason-text
           end-evaluate.
           perform 250-print-activity-line.
           add 1 to rejected-count.
           move tran-record to excp-record-image.
           perform 9000-log-exception.

       250-print-activity-line.
           move tr-action      to activity-action-out.
           move tr-unit-id     to activity-unit-out.
           if master-found
               move vm-car-make to activity-make-out
               move vm-home-branch to activity-branch-out
           else
               move tr-car-make to activity-make-out
               move tr-home-branch to activity-branch-out
           end-if.
           write record-out from print-activity-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       500-write-image-journal.
           evaluate true
               when tr-in-fleet
                   move 'A' to mj-action-code
               when tr-de-fleet
                   move 'D' to mj-action-code
               when tr-transfer
                   move 'C' to mj-action-code
           end-evaluate.
           move spaces to mj-before-image.
           move before-image-save to mj-before-image.
           move spaces to mj-after-image.
           move after-image-save to mj-after-image.
           perform 9850-journal-update.

       900-print-summary.
           move applied-count to applied-count-out.
           move rejected-count to rejected-count-out.
           move disposal-count to disposal-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           if disposal-count > 0
               move run-debits-total to posting-debits-out
               move run-credits-total to posting-credits-out
               if run-debits-total = run-credits-total
                   move 'IN BALANCE      ' to posting-balance-out
               else
                   move '** OUT OF BAL **' to posting-balance-out
               end-if
               write record-out from posting-title-out
                   after advancing 3 lines
               move 3 to capture-advance
               perform 8020-capture-line
               write record-out from posting-line-out
                   after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
           end-if.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy JRNLPR.

       copy PERDPR.

       copy PARMPR.

       end program vehmaint.
