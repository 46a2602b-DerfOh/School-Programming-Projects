      *Manufacturer recall campaign tracking
      *
      *VEHMAST carries every unit's VIN, but a recall notice used to
      *mean someone walking the lot with a printout.  This job loads
      *the campaigns from RECALLS and marks every affected unit on
      *VEHMAST recall-open under the campaign, then prints a
      *per-branch list of every unit with a recall still open,
      *showing which are on the lot and which are out on OPENRENT
      *with the renter from CUSTMAST, so the branch knows which
      *cars to pull and which customers to call.
      *
      *RECALLS layout: campaign id, make (spaces for any make),
      *VIN from, VIN to (spaces for a single VIN -- a VIN list is
      *one row per VIN under the same campaign id), severity ('D'
      *do not rent until remedied, anything else rentable), remedy
      *available date (ccyymmdd).  The campaign rows are consumed
      *and the file cleared, so a unit remedied tonight is not
      *marked again tomorrow.  A unit under a do-not-rent recall is
      *refused at check-out by crcheckout.cbl and drops out of the
      *availability count in crbooking.cbl and crwaitlst.cbl.
      *
      *RECALLDN carries the recall-completed transactions: unit-id,
      *campaign id, completion date.  A completion clears the flag
      *and posts the event to the unit's SVCCOST ledger at zero
      *cost, the way crsvcdue.cbl posts a service, so the unit's
      *history shows it.  A completion for a unit not on VEHMAST or
      *not open under that campaign is refused to the shared
      *exception log.  A unit already open under one campaign keeps
      *it when a second campaign names it, unless the second one is
      *do-not-rent and the first isn't; the unit is logged either
      *way so the second campaign is worked by hand.  Every VEHMAST
      *change is journaled to the shared master-file journal.
       identification division.
       program-id. crrecall.
       environment division.
       input-output section.


       file-control.
      *> optional: most nights no notice arrives
           select optional campaign-file assign to "RECALLS"
                 organization is line sequential
                 file status is rc-file-status.

           select optional recall-done-file assign to "RECALLDN"
                 organization is line sequential
                 file status is rd-file-status.

           select vehicle-master assign to "VEHMAST"
                 organization is indexed
                 access mode is dynamic
                 record key is vm-unit-id
                 file status is vm-file-status.

           select open-rental assign to "OPENRENT"
                 organization is indexed
                 access mode is random
                 record key is or-unit-id
                 file status is or-file-status.

           select customer-master assign to "CUSTMAST"
                 organization is indexed
                 access mode is random
                 record key is cm-customer-id
                 file status is cm-file-status.

      *> lifetime maintenance spend per unit, carried across runs
           select service-cost-ledger assign to "SVCCOST"
                 organization is indexed
                 access mode is random
                 record key is sc-unit-id
                 file status is sc-file-status.

           select file-out assign to printer, "con".

           copy JRNLSEL.

           copy EXCPSEL.


           copy RPTSEL.

       data division.
       file section.
       fd campaign-file label records are omitted.
       01 campaign-record.
           05 rc-campaign-id        pic x(8).
           05 rc-car-make           pic x(4).
           05 rc-vin-from           pic x(17).
           05 rc-vin-to             pic x(17).
           05 rc-severity           pic x.
           05 rc-remedy-date        pic 9(8).

       fd recall-done-file label records are omitted.
       01 recall-done-record.
           05 rd-unit-id            pic x(5).
           05 rd-campaign-id        pic x(8).
           05 rd-completed-date     pic 9(8).

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

       fd open-rental label records are standard.
       01 open-rental-record.
           05 or-unit-id           pic x(5).
           05 or-customer-id       pic x(6).
           05 or-car-make          pic x(4).
           05 or-checkout-date     pic 9(8).
           05 or-contracted-days   pic 99.
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

       fd customer-master label records are standard.
       01 customer-master-record.
           05 cm-customer-id       pic x(6).
           05 cm-customer-name     pic x(20).
           05 cm-account-id        pic x(6).
           05 cm-addr-line         pic x(25).
           05 cm-city              pic x(15).
           05 cm-state             pic x(2).
           05 cm-zip               pic x(5).
           05 cm-block-status      pic x.
               88 cm-blocked           value 'B'.
           05 cm-block-reason      pic x(4).
           05 cm-license-no        pic x(15).
           05 cm-license-state     pic x(2).
           05 cm-license-expiry    pic 9(8).
           05 cm-birth-date        pic 9(8).

       fd service-cost-ledger label records are standard.
       01 service-cost-record.
           05 sc-unit-id            pic x(5).
           05 sc-service-count      pic 9(3).
           05 sc-total-cost         pic 9(7)v99.

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy JRNLFD.

       copy EXCPFD.


       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 rc-file-status pic xx.
       01 rd-file-status pic xx.
       01 vm-file-status pic xx.
       01 or-file-status pic xx.
       01 cm-file-status pic xx.
       01 sc-file-status pic xx.
       01 sc-found-flag pic x value 'n'.
           88 sc-found value 'y'.
       01 vm-scan-flag pic x value 'y'.

      *tonight's campaign rows, matched against every unit
       01 campaign-table.
           05 campaign-entry occurs 200 times.
               10 ct-campaign-id    pic x(8).
               10 ct-car-make       pic x(4).
               10 ct-vin-from       pic x(17).
               10 ct-vin-to         pic x(17).
               10 ct-severity       pic x.
                   88 ct-do-not-rent    value 'D'.
               10 ct-remedy-date    pic 9(8).
       01 campaign-count pic 999 value 0.
       01 ct-idx pic 999 value 0.
       01 ct-match-idx pic 999 value 0.
       01 campaign-hit-flag pic x value 'n'.
           88 campaign-hit value 'y'.

      *every unit with a recall open, for the per-branch list
       01 affected-table.
           05 affected-entry occurs 500 times.
               10 af-unit-id        pic x(5).
               10 af-car-make       pic x(4).
               10 af-vin            pic x(17).
               10 af-branch         pic x(3).
               10 af-campaign       pic x(8).
               10 af-recall-status  pic x.
               10 af-customer-id    pic x(6).
       01 affected-count pic 999 value 0.
       01 af-idx pic 999 value 0.

      *the branches the list breaks on, in first-seen order
       01 branch-list-table.
           05 branch-list-entry occurs 20 times.
               10 bl-branch         pic x(3).
       01 branch-list-count pic 99 value 0.
       01 bl-idx pic 99 value 0.
       01 bl-scan-idx pic 99 value 0.
       01 bl-found-flag pic x value 'n'.
           88 bl-found value 'y'.

       01 units-marked-count pic 9(5) value 0.
       01 units-completed-count pic 9(5) value 0.
       01 units-on-lot-count pic 9(5) value 0.
       01 units-out-count pic 9(5) value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy JRNLWS.

       01 line1-out.
           05 filler pic x(24) value spaces.
           05 filler pic x(32) value
               'Units Under Open Recall Campaign'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(4) value 'Unit'.
           05 filler pic x(2) value spaces.
           05 filler pic x(4) value 'Make'.
           05 filler pic x(2) value spaces.
           05 filler pic x(17) value 'VIN'.
           05 filler pic x(2) value spaces.
           05 filler pic x(8) value 'Campaign'.
           05 filler pic x(2) value spaces.
           05 filler pic x(3) value 'DNR'.
           05 filler pic x(2) value spaces.
           05 filler pic x(6) value 'Where '.
           05 filler pic x(2) value spaces.
           05 filler pic x(6) value 'Renter'.

       01 branch-title-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(8) value 'Branch: '.
           05 branch-title-branch-out pic x(3).

       01 print-affected-out.
           05 filler                pic x(1) value spaces.
           05 af-unit-out           pic x(5).
           05 filler                pic x(1) value spaces.
           05 af-make-out           pic x(4).
           05 filler                pic x(2) value spaces.
           05 af-vin-out            pic x(17).
           05 filler                pic x(2) value spaces.
           05 af-campaign-out       pic x(8).
           05 filler                pic x(2) value spaces.
           05 af-dnr-out            pic x(3).
           05 filler                pic x(2) value spaces.
           05 af-where-out          pic x(6).
           05 filler                pic x(2) value spaces.
           05 af-customer-out       pic x(6).
           05 filler                pic x(1) value spaces.
           05 af-name-out           pic x(15).

       01 print-renter-addr-out.
           05 filler                pic x(55) value spaces.
           05 af-city-out           pic x(15).
           05 filler                pic x(1) value spaces.
           05 af-state-out          pic x(2).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(8) value 'Marked: '.
           05 marked-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(11) value 'Completed: '.
           05 completed-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(8) value 'On Lot: '.
           05 on-lot-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value 'Rented: '.
           05 out-count-out pic zzzz9.


       procedure division.
       100-main.
      *> only a missing file (status 35) gets the create-and-reopen
      *> fallback on the ledger -- it carries lifetime spend
           open i-o vehicle-master.
           if vm-file-status not = '00'
               display 'VEHICLE-MASTER FAILED TO OPEN, STATUS '
                   vm-file-status
               stop run
           end-if.
           open input open-rental.
           if or-file-status not = '00'
               display 'OPEN-RENTAL FAILED TO OPEN, STATUS '
                   or-file-status
               stop run
           end-if.
           open input customer-master.
           if cm-file-status not = '00'
               display 'CUSTOMER-MASTER FAILED TO OPEN, STATUS '
                   cm-file-status
               stop run
           end-if.
           open i-o service-cost-ledger.
           if sc-file-status = '35'
               open output service-cost-ledger
               close service-cost-ledger
               open i-o service-cost-ledger
           end-if.
           if sc-file-status not = '00'
               display 'SERVICE-COST-LEDGER FAILED TO OPEN, STATUS '
                   sc-file-status
               stop run
           end-if.
           open output file-out.
           perform 8900-open-exception-log.
           move 'CRRECALL    ' to excp-this-job.
           perform 9800-open-master-journal.
           move 'VEHMAST ' to mj-this-file.

           move 'RECALL CAMPAIGNS    ' to banner-job-name.
           move 'RC0001' to banner-batch-id.
           perform 8000-print-banner-page.

      *        completions first, so a unit remedied today is not
      *        listed tonight
           perform 150-post-completed-recalls.
           perform 200-load-campaigns.
           if campaign-count > 0
               perform 300-mark-affected-units
           end-if.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 400-load-affected-units.
           perform 500-print-one-branch
               varying bl-idx from 1 by 1
               until bl-idx > branch-list-count.

           move units-marked-count to marked-count-out.
           move units-completed-count to completed-count-out.
           move units-on-lot-count to on-lot-count-out.
           move units-out-count to out-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close vehicle-master.
           close open-rental.
           close customer-master.
           close service-cost-ledger.
           close master-journal.
           close exception-log.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

      *a completion clears the unit's flag and lands on its service
      *ledger at zero cost; the consumed file is cleared
       150-post-completed-recalls.
           open input recall-done-file.
           if rd-file-status = '00'
               read recall-done-file
                   at end move 'n' to more-records
               end-read
               perform 160-post-one-completion
                   until more-records = 'n'
           end-if.
           close recall-done-file.
           move 'y' to more-records.
           open output recall-done-file.
           close recall-done-file.

       160-post-one-completion.
           move rd-unit-id to vm-unit-id.
           read vehicle-master
               invalid key
                   move 'RCNU' to excp-reason-code
                   move 'recall completed for unknown unit'
                       to excp-reason-text
                   move recall-done-record to excp-record-image
                   perform 9000-log-exception
               not invalid key
                   if vm-recall-open
                       and vm-recall-campaign = rd-campaign-id
                       perform 165-clear-recall
                   else
                       move 'RCNO' to excp-reason-code
                       move 'recall completed, unit not open under it'
                           to excp-reason-text
                       move recall-done-record to excp-record-image
                       perform 9000-log-exception
                   end-if
           end-read.
           read recall-done-file
               at end move 'n' to more-records
           end-read.

       165-clear-recall.
           move spaces to mj-before-image.
           move vehicle-master-record to mj-before-image.
           move space to vm-recall-status.
           move spaces to vm-recall-campaign.
           rewrite vehicle-master-record.
           move 'C' to mj-action-code.
           move spaces to mj-after-image.
           move vehicle-master-record to mj-after-image.
           perform 9850-journal-update.
           add 1 to units-completed-count.
           perform 170-post-service-event.

      *the remedy costs the shop nothing -- the manufacturer pays --
      *but it is a service event all the same
       170-post-service-event.
           move rd-unit-id to sc-unit-id.
           read service-cost-ledger
               invalid key
                   move 'n' to sc-found-flag
               not invalid key
                   move 'y' to sc-found-flag
           end-read.
           if sc-found
               add 1 to sc-service-count
               rewrite service-cost-record
           else
               move rd-unit-id to sc-unit-id
               move 1 to sc-service-count
               move 0 to sc-total-cost
               write service-cost-record
           end-if.

       200-load-campaigns.
           open input campaign-file.
           if rc-file-status = '00'
               read campaign-file
                   at end move 'n' to more-records
               end-read
               perform 210-load-one-campaign
                   until more-records = 'n'
           end-if.
           close campaign-file.
           move 'y' to more-records.
           open output campaign-file.
           close campaign-file.

       210-load-one-campaign.
           if campaign-count >= 200
               display 'CAMPAIGN TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to campaign-count.
           move rc-campaign-id to ct-campaign-id (campaign-count).
           move rc-car-make to ct-car-make (campaign-count).
           move rc-vin-from to ct-vin-from (campaign-count).
           move rc-vin-to to ct-vin-to (campaign-count).
           move rc-severity to ct-severity (campaign-count).
           move rc-remedy-date to ct-remedy-date (campaign-count).
           read campaign-file
               at end move 'n' to more-records
           end-read.

       300-mark-affected-units.
           move low-values to vm-unit-id.
           start vehicle-master key not < vm-unit-id
               invalid key move 'n' to vm-scan-flag
           end-start.
           perform 310-check-one-unit
               until vm-scan-flag = 'n'.
           move 'y' to vm-scan-flag.

       310-check-one-unit.
           read vehicle-master next record
               at end
                   move 'n' to vm-scan-flag
               not at end
                   move 'n' to campaign-hit-flag
                   perform 315-match-one-campaign
                       varying ct-idx from 1 by 1
                       until ct-idx > campaign-count
                   if campaign-hit
                       perform 320-mark-one-unit
                   end-if
           end-read.

      *the first do-not-rent campaign naming the unit wins over a
      *rentable one; among equals the first row wins
       315-match-one-campaign.
           if (ct-car-make (ct-idx) = spaces
                   or ct-car-make (ct-idx) = vm-car-make)
               and ((ct-vin-to (ct-idx) = spaces
                       and vm-vin = ct-vin-from (ct-idx))
                   or (ct-vin-to (ct-idx) not = spaces
                       and vm-vin >= ct-vin-from (ct-idx)
                       and vm-vin <= ct-vin-to (ct-idx)))
               if not campaign-hit
                   move 'y' to campaign-hit-flag
                   move ct-idx to ct-match-idx
               else
                   if ct-do-not-rent (ct-idx)
                       and not ct-do-not-rent (ct-match-idx)
                       move ct-idx to ct-match-idx
                   end-if
               end-if
           end-if.

       320-mark-one-unit.
           evaluate true
               when vm-recall-campaign = ct-campaign-id (ct-match-idx)
                   continue
               when vm-recall-open
                   and (vm-recall-dnr
                       or not ct-do-not-rent (ct-match-idx))
                   perform 330-log-second-campaign
               when other
                   if vm-recall-open
                       perform 330-log-second-campaign
                   end-if
                   move spaces to mj-before-image
                   move vehicle-master-record to mj-before-image
                   if ct-do-not-rent (ct-match-idx)
                       move 'D' to vm-recall-status
                   else
                       move 'O' to vm-recall-status
                   end-if
                   move ct-campaign-id (ct-match-idx)
                       to vm-recall-campaign
                   rewrite vehicle-master-record
                   move 'C' to mj-action-code
                   move spaces to mj-after-image
                   move vehicle-master-record to mj-after-image
                   perform 9850-journal-update
                   add 1 to units-marked-count
           end-evaluate.

       330-log-second-campaign.
           move 'RCL2' to excp-reason-code.
           move spaces to excp-reason-text.
           string 'unit already open under recall '
                      delimited by size
                  vm-recall-campaign delimited by size
                  into excp-reason-text.
           move spaces to excp-record-image.
           string vm-unit-id delimited by size
                  ' ' delimited by size
                  ct-campaign-id (ct-match-idx) delimited by size
                  into excp-record-image.
           perform 9000-log-exception.

      *every unit still open, tonight's and older campaigns alike;
      *whether it is on the lot is whether OPENRENT has it
       400-load-affected-units.
           move low-values to vm-unit-id.
           start vehicle-master key not < vm-unit-id
               invalid key move 'n' to vm-scan-flag
           end-start.
           perform 410-load-one-unit
               until vm-scan-flag = 'n'.
           move 'y' to vm-scan-flag.

       410-load-one-unit.
           read vehicle-master next record
               at end
                   move 'n' to vm-scan-flag
               not at end
                   if vm-recall-open
                       perform 420-file-affected-unit
                   end-if
           end-read.

       420-file-affected-unit.
           if affected-count >= 500
               display 'AFFECTED TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to affected-count.
           move vm-unit-id to af-unit-id (affected-count).
           move vm-car-make to af-car-make (affected-count).
           move vm-vin to af-vin (affected-count).
           move vm-home-branch to af-branch (affected-count).
           move vm-recall-campaign to af-campaign (affected-count).
           move vm-recall-status to af-recall-status (affected-count).
           move vm-unit-id to or-unit-id.
           read open-rental
               invalid key
                   move spaces to af-customer-id (affected-count)
               not invalid key
                   move or-customer-id
                       to af-customer-id (affected-count)
           end-read.
           move 'n' to bl-found-flag.
           perform 425-scan-one-branch
               varying bl-scan-idx from 1 by 1
               until bl-scan-idx > branch-list-count or bl-found.
           if not bl-found
               if branch-list-count >= 20
                   display 'BRANCH LIST TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to branch-list-count
               move vm-home-branch to bl-branch (branch-list-count)
           end-if.

       425-scan-one-branch.
           if bl-branch (bl-scan-idx) = vm-home-branch
               move 'y' to bl-found-flag
           end-if.

       500-print-one-branch.
           move bl-branch (bl-idx) to branch-title-branch-out.
           write record-out from branch-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 510-print-one-unit
               varying af-idx from 1 by 1
               until af-idx > affected-count.

       510-print-one-unit.
           if af-branch (af-idx) = bl-branch (bl-idx)
               move af-unit-id (af-idx) to af-unit-out
               move af-car-make (af-idx) to af-make-out
               move af-vin (af-idx) to af-vin-out
               move af-campaign (af-idx) to af-campaign-out
               if af-recall-status (af-idx) = 'D'
                   move 'YES' to af-dnr-out
               else
                   move 'NO ' to af-dnr-out
               end-if
               if af-customer-id (af-idx) = spaces
                   move 'LOT   ' to af-where-out
                   move spaces to af-customer-out
                   move spaces to af-name-out
                   add 1 to units-on-lot-count
                   write record-out from print-affected-out
                       after advancing 1 line
                   perform 8020-capture-line
                   perform 8100-advance-line
               else
                   perform 520-print-rented-unit
               end-if
           end-if.

       520-print-rented-unit.
           move 'RENTED' to af-where-out.
           move af-customer-id (af-idx) to af-customer-out.
           add 1 to units-out-count.
           move af-customer-id (af-idx) to cm-customer-id.
           read customer-master
               invalid key
                   move 'NOT ON CUSTMAST' to af-name-out
                   move spaces to af-city-out
                   move spaces to af-state-out
               not invalid key
                   move cm-customer-name to af-name-out
                   move cm-city to af-city-out
                   move cm-state to af-state-out
           end-read.
           write record-out from print-affected-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           write record-out from print-renter-addr-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy JRNLPR.

       end program crrecall.
