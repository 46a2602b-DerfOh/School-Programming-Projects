      *set automatically by the credit hold in crpayments.cbl) is
      *rejected the same way, so the customer who abandoned a car in
      *March can't walk in and rent again tomorrow.
      *
      *CUSTMAST now carries the renter's driver's license (number,
      *issuing state, expiry) and date of birth, kept by
      *custmaint.cbl.  A check-out for a customer not on CUSTMAST
      *at all (CUST), one with no license
      *on file, a license that has expired or will expire before
      *the contracted return, or a renter under the minimum rental
      *age on the check-out date is refused the same way a blocked
      *customer is.  Renters old enough to rent but under the
      *young-driver age are billed the surcharge by CarRental.cbl.
      *
      *A unit VEHMAST carries under an open do-not-rent recall
      *(marked by crrecall.cbl) stays on the lot: its check-out is
      *refused until the recall is completed.
      *
      *A customer linked on the shared party master
      *(partymatch.cbl) to someone another business has blocked
      *is refused the keys like one on our own do-not-rent list
      *(PTBK).  One the apartments hold to certified funds only
      *rents, and the flag goes to the exception log (PTCF) so the
      *counter takes a certified deposit.
      *
      *The check-out transaction names the counter agent who wrote
      *the rental; the id rides on OPENRENT to the return bill's
      *billing detail for the monthly commission job.
      *
      *When the reserved make isn't on the lot the counter hands
      *over a bigger car, and the check-out now says so: the
      *transaction carries the reserved make and an upgrade code,
      *  C  complimentary -- the shop's shortfall, the renter pays
      *     the reserved make's rate;
      *  P  paid -- the renter's choice, billed the per-day
      *     difference between the two makes' RATETAB daily rates
      *     on top of the reserved make's rate;
      *  L  loyalty -- the difference for the contracted days is
      *     redeemed from the renter's PNTSMAST balance at a cent a
      *     point, here at the counter.
      *OPENRENT carries both makes, the code, the per-day
      *difference and any points redeemed, so the billing run and
      *crinterim.cbl price the rental at the reserved make and
      *crupgrade.cbl can report the upgrades by branch.  A bad
      *code, an upgrade naming no different reserved make, a make
      *missing from RATETAB, or a loyalty upgrade the renter
      *hasn't the points for is refused like any other check-out.
      *
      *The check-out transaction names the lot the car leaves
      *from; a feed without it falls back to the unit's VEHMAST
      *home branch.  OPENRENT carries it so crinterim.cbl credits
      *an interim invoice to the lot that wrote the rental.
      *
      *The minimum rental age is read from PARMMAST (CRCHECKOUT /
      *MINIMUM-RENTAL-AGE) at start-up through the shared PARM
      *copybooks; the value in force prints under the banner.
       identification division.
       program-id. crcheckout.
       environment division.
                 record key is cm-customer-id
                 file status is cm-file-status.

           select vehicle-master assign to "VEHMAST"
                 organization is indexed
                 access mode is random
                 record key is vm-unit-id
                 file status is vm-file-status.

           select rate-table assign to "RATETAB"
                 organization is indexed
                 access mode is random
                 record key is rt-car-make
                 file status is rt-file-status.

      *> loyalty upgrades are paid for out of the points balance
           select points-master assign to "PNTSMAST"
                 organization is indexed
                 access mode is random
                 record key is pm-customer-id
                 file status is pm-file-status.

      *> next agreement number to assign, carried across runs; a
      *> missing file starts the series at 1
           select optional agreement-seed-file assign to "AGRSEED"

           copy EXCPSEL.

           copy PRTYSEL.

           copy RPTSEL.

           copy PARMSEL.

       data division.
       file section.
      *> tank level going out, in eighths (8 = full), so the return
      *> can be charged for the shortfall instead of argued about
           05 co-fuel-level-out    pic 9.
      *> counter agent who wrote the rental, carried on OPENRENT to
      *> the billing detail for the commission job
           05 co-agent-id          pic x(5).
      *> the make the customer reserved, when a different make is
      *> handed over, and why (blank, C, P or L)
           05 co-reserved-make     pic x(4).
           05 co-upgrade-code      pic x.
               88 co-no-upgrade        value space.
               88 co-upgrade-valid     value 'C' 'P' 'L'.
               88 co-upgrade-loyalty   value 'L'.
      *> the lot the car leaves from
           05 co-checkout-branch   pic x(3).

       fd file-out label records are omitted.
       01 record-out pic x(80).
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
           05 cm-block-status      pic x.
               88 cm-blocked           value 'B'.
           05 cm-block-reason      pic x(4).
           05 cm-license-no        pic x(15).
           05 cm-license-state     pic x(2).
           05 cm-license-expiry    pic 9(8).
           05 cm-birth-date        pic 9(8).

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

       fd rate-table label records are standard.
       01 rate-table-record.
           05 rt-car-make           pic x(4).
           05 rt-per-mile-charge    pic 9v99.
           05 rt-per-day-charge     pic 99v99.
           05 rt-weekly-rate        pic 9999v99.

       fd points-master label records are standard.
       01 points-master-record.
           05 pm-customer-id        pic x(6).
           05 pm-points-balance     pic 9(7).
           05 pm-points-earned-ytd  pic 9(7).
           05 pm-points-redeemed-ytd pic 9(7).

       fd agreement-seed-file label records are omitted.
       01 agreement-seed-record.

       copy EXCPFD.

       copy PRTYFD.

       copy RPTFD.

       copy PARMFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 or-file-status pic xx.
       01 cm-file-status pic xx.
       01 ag-file-status pic xx.
       01 vm-file-status pic xx.
       01 rt-file-status pic xx.
       01 pm-file-status pic xx.
       01 unit-recalled-flag pic x value 'n'.
           88 unit-recalled         value 'y'.
       01 unit-home-branch pic x(3) value spaces.
       01 agreement-number pic 9(7) value 1.
       01 customer-found-flag pic x value 'n'.
           88 customer-found        value 'y'.
       01 checkouts-applied-count pic 9(5) value 0.
       01 checkouts-rejected-count pic 9(5) value 0.

      *no keys for a renter younger than this on the check-out date
      *(a shop parameter, compiled-in value first)
       01 minimum-rental-age pic 99 value 21.
       01 renter-age pic 9(3) value 0.
      *days of license validity left after check-out, 30/360 days,
      *the same arithmetic croverdue.cbl ages a rental with
       01 license-days-left pic s9(5) value 0.
       01 checkout-date-split.
           05 co-yyyy pic 9(4).
           05 co-mm   pic 9(2).
           05 co-dd   pic 9(2).
       01 license-expiry-split.
           05 lx-yyyy pic 9(4).
           05 lx-mm   pic 9(2).
           05 lx-dd   pic 9(2).
       01 license-ok-flag pic x value 'y'.
           88 license-ok            value 'y'.

      *the upgrade handed over at the counter
       01 upgrade-ok-flag pic x value 'y'.
           88 upgrade-ok            value 'y'.
       01 upgrade-day-diff pic 99v99 value 0.
       01 upgrade-points pic 9(7) value 0.
       01 reserved-day-rate pic 99v99 value 0.
       01 upgrades-applied-count pic 9(5) value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy PRTYWS.
       copy PARMWS.

       01 line1-out.
           05 filler pic x(27) value spaces.
           05 filler pic x(4) value spaces.
           05 filler pic x(10) value 'Rejected: '.
           05 rejected-count-out pic zzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(10) value 'Upgrades: '.
           05 upgrades-count-out pic zzzz9.


       procedure division.
       100-main.
           open input tran-file.
           open output file-out.
           perform 050-load-parameters.
      *> only a missing file (status 35) gets the create-and-reopen
      *> fallback -- any other failure must not reach OPEN OUTPUT,
      *> which would wipe every rental currently out
                   cm-file-status
               stop run
           end-if.
           open input vehicle-master.
           if vm-file-status not = '00'
               display 'VEHICLE-MASTER FAILED TO OPEN, STATUS '
                   vm-file-status
               stop run
           end-if.
           open input rate-table.
           if rt-file-status not = '00'
               display 'RATE-TABLE FAILED TO OPEN, STATUS '
                   rt-file-status
               stop run
           end-if.
           open i-o points-master.
           if pm-file-status = '35'
               open output points-master
               close points-master
               open i-o points-master
           end-if.
           if pm-file-status not = '00'
               display 'POINTS-MASTER FAILED TO OPEN, STATUS '
                   pm-file-status
               stop run
           end-if.
           perform 110-read-agreement-seed.
           perform 8900-open-exception-log.
           move 'CRCHECKOUT  ' to excp-this-job.
           perform 8110-open-party-files.

           move 'CHECK-OUT PROCESSING' to banner-job-name.
           move 'CO0001' to banner-batch-id.
           perform 8000-print-banner-page.
           perform 8650-print-parameters.

           write record-out from line1-out after advancing 5 lines.
           move 5 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           read tran-file at end move 'n' to more-records.

           move checkouts-applied-count to applied-count-out.
           move checkouts-rejected-count to rejected-count-out.
           move upgrades-applied-count to upgrades-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           perform 900-rewrite-agreement-seed.
           close tran-file.
           close file-out.
           perform 8030-close-report-capture.
           close open-rental.
           close customer-master.
           close vehicle-master.
           close rate-table.
           close points-master.
           close exception-log.
           perform 8190-close-party-files.
           stop run.

       050-load-parameters.
           perform 8600-open-parameters.
           move 'CRCHECKOUT' to parm-lookup-program.
           move 'MINIMUM-RENTAL-AGE' to parm-lookup-name.
           move minimum-rental-age to parm-value.
           perform 8610-get-parameter.
           move parm-value to minimum-rental-age.
           perform 8690-close-parameters.

       110-read-agreement-seed.
           open input agreement-seed-file.
           if ag-file-status = '00'

       200-process.
           perform 150-check-do-not-rent.
           perform 155-find-customer-party.
           evaluate true
               when customer-found and cm-blocked
                   perform 320-reject-blocked-customer
               when party-blocked-elsewhere
                   perform 325-reject-blocked-party
               when other
                   if party-certified-elsewhere
                       perform 327-note-certified-party
                   end-if
                   perform 170-check-recall
                   if unit-recalled
                       perform 340-reject-recalled-unit
                   else
                       perform 160-check-license
                       if license-ok
                           perform 180-check-upgrade
                           if upgrade-ok
                               perform 230-apply-checkout
                           end-if
                       end-if
                   end-if
           end-evaluate.
           read tran-file at end move 'n' to more-records.

       150-check-do-not-rent.
                   move 'y' to customer-found-flag
           end-read.

       155-find-customer-party.
           move 'C' to party-member-type.
           move co-customer-id to party-member-id.
           perform 8120-find-party.

      *the license must be on file and good through the contracted
      *return, and the renter old enough to rent; each refusal
      *rides the report and the exception log like a blocked one.
      *A customer not on the master has no license to check and
      *gets no keys
       160-check-license.
           move 'y' to license-ok-flag.
           if not customer-found
               move 'REJECTED - UNKNOWN CUSTOMER'
                   to activity-disp-out
               move 'CUST' to excp-reason-code
               move 'customer not on master, no license'
                   to excp-reason-text
               perform 330-reject-license
           else
               if cm-license-no = spaces
                   or cm-license-expiry not numeric
                   or cm-birth-date not numeric
                   or cm-license-expiry = 0
                   or cm-birth-date = 0
                   move 'REJECTED - NO LICENSE'
                       to activity-disp-out
                   move 'NOLC' to excp-reason-code
                   move 'no driver license/birth date on master'
                       to excp-reason-text
                   perform 330-reject-license
               else
                   move co-checkout-date to checkout-date-split
                   move cm-license-expiry to license-expiry-split
                   compute license-days-left =
                       ((lx-yyyy - co-yyyy) * 360)
                       + ((lx-mm - co-mm) * 30)
                       + (lx-dd - co-dd)
                   move 0 to renter-age
                   if cm-birth-date < co-checkout-date
                       compute renter-age =
                           (co-checkout-date - cm-birth-date) / 10000
                   end-if
                   evaluate true
                       when license-days-left < 0
                           move 'REJECTED - LICENSE EXPIRED'
                               to activity-disp-out
                           move 'LICX' to excp-reason-code
                           move 'driver license expired'
                               to excp-reason-text
                           perform 330-reject-license
                       when license-days-left < co-contracted-days
                           move 'REJECTED - LICENSE EXPIRES'
                               to activity-disp-out
                           move 'LICR' to excp-reason-code
                           move 'license expires before due return'
                               to excp-reason-text
                           perform 330-reject-license
                       when renter-age < minimum-rental-age
                           move 'REJECTED - UNDER MINIMUM AGE'
                               to activity-disp-out
                           move 'AGEM' to excp-reason-code
                           move 'renter under minimum rental age'
                               to excp-reason-text
                           perform 330-reject-license
                   end-evaluate
               end-if
           end-if.

      *a unit under an open do-not-rent recall doesn't leave the lot
       170-check-recall.
           move 'n' to unit-recalled-flag.
           move spaces to unit-home-branch.
           move co-unit-id to vm-unit-id.
           read vehicle-master
               invalid key
                   continue
               not invalid key
                   move vm-home-branch to unit-home-branch
                   if vm-recall-dnr
                       move 'y' to unit-recalled-flag
                   end-if
           end-read.

      *an upgrade must name the different make that was reserved
      *and a code the billing run knows; the per-day difference
      *between the two makes' RATETAB rates is what a paid upgrade
      *bills and what a loyalty upgrade costs in points for the
      *contracted days
       180-check-upgrade.
           move 'y' to upgrade-ok-flag.
           move 0 to upgrade-day-diff.
           move 0 to upgrade-points.
           if not co-no-upgrade
               evaluate true
                   when not co-upgrade-valid
                       move 'REJECTED - BAD UPGRADE CODE'
                           to activity-disp-out
                       move 'UPGC' to excp-reason-code
                       move 'upgrade code not C, P or L'
                           to excp-reason-text
                       perform 350-reject-upgrade
                   when co-reserved-make = spaces
                       or co-reserved-make = co-car-make
                       move 'REJECTED - NO RESERVED MAKE'
                           to activity-disp-out
                       move 'UPGM' to excp-reason-code
                       move 'upgrade names no different reserved make'
                           to excp-reason-text
                       perform 350-reject-upgrade
                   when other
                       perform 185-price-upgrade
               end-evaluate
           end-if.

       185-price-upgrade.
           move co-reserved-make to rt-car-make.
           read rate-table
               invalid key
                   move 'n' to upgrade-ok-flag
               not invalid key
                   move rt-per-day-charge to reserved-day-rate
           end-read.
           if upgrade-ok
               move co-car-make to rt-car-make
               read rate-table
                   invalid key
                       move 'n' to upgrade-ok-flag
                   not invalid key
                       if rt-per-day-charge > reserved-day-rate
                           compute upgrade-day-diff =
                               rt-per-day-charge - reserved-day-rate
                       end-if
               end-read
           end-if.
           if not upgrade-ok
               move 'REJECTED - UPGRADE NOT RATED'
                   to activity-disp-out
               move 'UPGR' to excp-reason-code
               move 'upgrade make missing from RATETAB'
                   to excp-reason-text
               perform 350-reject-upgrade
           else
               if co-upgrade-loyalty
                   compute upgrade-points =
                       upgrade-day-diff * co-contracted-days * 100
                   move co-customer-id to pm-customer-id
                   read points-master
                       invalid key
                           move 0 to pm-points-balance
                   end-read
                   if pm-points-balance < upgrade-points
                       move 'REJECTED - POINTS SHORT'
                           to activity-disp-out
                       move 'UPGP' to excp-reason-code
                       move 'loyalty upgrade, not enough points'
                           to excp-reason-text
                       perform 350-reject-upgrade
                   end-if
               end-if
           end-if.

       230-apply-checkout.
           move co-unit-id         to or-unit-id.
           move co-customer-id     to or-customer-id.
           move co-contracted-days to or-contracted-days.
           move co-fuel-level-out  to or-fuel-level-out.
           move agreement-number   to or-agreement-no.
           move co-agent-id        to or-agent-id.
           if co-no-upgrade
               move co-car-make    to or-reserved-make
           else
               move co-reserved-make to or-reserved-make
           end-if.
           move co-upgrade-code    to or-upgrade-code.
           move upgrade-day-diff   to or-upgrade-day-diff.
           move upgrade-points     to or-upgrade-points.
           if co-checkout-branch = spaces
               move unit-home-branch to or-checkout-branch
           else
               move co-checkout-branch to or-checkout-branch
           end-if.
           write open-rental-record
               invalid key
                   perform 300-reject-checkout
               not invalid key
                   if co-no-upgrade
                       move 'APPLIED - UNIT OUT' to activity-disp-out
                   else
                       move 'APPLIED - UNIT OUT, UPGRADED'
                           to activity-disp-out
                       add 1 to upgrades-applied-count
                       if upgrade-points > 0
                           perform 240-redeem-upgrade-points
                       end-if
                   end-if
                   move agreement-number to activity-agrmt-out
                   perform 250-print-activity-line
                   add 1 to checkouts-applied-count
                   add 1 to agreement-number
           end-write.

      *the points come off only once the car is actually out
       240-redeem-upgrade-points.
           move co-customer-id to pm-customer-id.
           read points-master
               invalid key
                   continue
               not invalid key
                   subtract upgrade-points from pm-points-balance
                   add upgrade-points to pm-points-redeemed-ytd
                   rewrite points-master-record
           end-read.

       250-print-activity-line.
           move co-unit-id         to activity-unit-out.
           move co-customer-id     to activity-cust-out.
           move co-contracted-days to activity-days-out.
           write record-out from print-activity-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *the do-not-rent list stops the keys at the counter; the
           move tran-record to excp-record-image.
           perform 9000-log-exception.

      *a do-not-serve block the same person earned in another
      *business stops the keys just the same
       325-reject-blocked-party.
           move 0 to activity-agrmt-out.
           move 'REJECTED - PARTY BLOCKED' to activity-disp-out.
           perform 250-print-activity-line.
           add 1 to checkouts-rejected-count.
           move 'PTBK' to excp-reason-code.
           move party-exception-text to excp-reason-text.
           move tran-record to excp-record-image.
           perform 9000-log-exception.

       327-note-certified-party.
           move 'PTCF' to excp-reason-code.
           move party-exception-text to excp-reason-text.
           move tran-record to excp-record-image.
           perform 9000-log-exception.

       330-reject-license.
           move 'n' to license-ok-flag.
           move 0 to activity-agrmt-out.
           perform 250-print-activity-line.
           add 1 to checkouts-rejected-count.
           move tran-record to excp-record-image.
           perform 9000-log-exception.

       340-reject-recalled-unit.
           move 0 to activity-agrmt-out.
           move 'REJECTED - UNIT RECALLED' to activity-disp-out.
           perform 250-print-activity-line.
           add 1 to checkouts-rejected-count.
           move 'RCLD' to excp-reason-code.
           move spaces to excp-reason-text.
           string 'unit under do-not-rent recall '
                      delimited by size
                  vm-recall-campaign delimited by size
                  into excp-reason-text.
           move tran-record to excp-record-image.
           perform 9000-log-exception.

       350-reject-upgrade.
           move 'n' to upgrade-ok-flag.
           move 0 to activity-agrmt-out.
           perform 250-print-activity-line.
           add 1 to checkouts-rejected-count.
           move tran-record to excp-record-image.
           perform 9000-log-exception.

       300-reject-checkout.
           move 0 to activity-agrmt-out.
           move 'REJECTED - UNIT ALREADY OUT' to activity-disp-out.

       copy EXCPPR.

       copy PRTYPR.

       copy PARMPR.

       end program crcheckout.
