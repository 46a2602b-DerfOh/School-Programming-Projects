      *Tenant move-in: new lease, deposit and first month's rent
      *
      *aptmoveout.cbl handles a tenant leaving, but a tenant
      *arriving was three hand edits: a LEASEMAST record typed in,
      *a deposit receipt keyed onto APTDEPTR, and a first-month
      *charge nobody prorated the same way twice.  This job reads
      *move-in transactions (APTMOVIN: building, unit, tenant,
      *lease start and end, monthly rent, deposit collected, and
      *optionally the lease's late fee and grace day) and for each
      *one:
      *
      *  - checks the unit is on UNITMAST and that no lease on
      *    LEASEMAST for the unit overlaps the new lease's dates;
      *  - refuses a rent outside the building's BLDGMAST min/max
      *    range, the same range the profit job gates on;
      *  - appends the LEASEMAST record, the unit type taken from
      *    UNITMAST, with the after image on the shared
      *    master-file journal so jrnlreplay.cbl can rebuild it;
      *    a lease already running on the run date marks the unit
      *    occupied on UNITMAST, journaled the same way;
      *  - stages the deposit as an 'R' receipt on APTDEPTR for
      *    the next aptdeposit.cbl run;
      *  - stages the first month's rent on APTMVCHG for
      *    aptrecv.cbl, prorated 30/360 from the lease start to the
      *    end of that month (or to the lease end, if sooner);
      *  - prints a move-in confirmation letter for the tenant.
      *
      *A lease with no late fee given takes the standard fee; a
      *grace day of zero leaves aptrecv.cbl's default grace day.
      *Every refusal prints on the register and goes to the shared
      *exception log.
      *
      *The standard late fee is read from PARMMAST (APTMOVEIN /
      *STANDARD-LATE-FEE) at start-up through the shared PARM
      *copybooks; the value in force prints under the banner.
       identification division.
       program-id. aptmovein.
       environment division.
       input-output section.

       file-control.
           select move-in-file assign to "APTMOVIN"
                 organization is line sequential
                 file status is mi-file-status.

           select lease-master assign to "LEASEMAST"
                 organization is line sequential
                 file status is lm-file-status.

           select unit-master assign to "UNITMAST"
                 organization is indexed
                 access mode is random
                 record key is um-unit-key
                 file status is um-file-status.

           select building-master assign to "BLDGMAST"
                 organization is indexed
                 access mode is random
                 record key is bm-building-id
                 file status is bm-file-status.

      *> deposit receipts staged for aptdeposit.cbl
           select deposit-tran-file assign to "APTDEPTR"
                 organization is line sequential
                 file status is tr-file-status.

      *> first-month rent staged for the tenant receivables;
      *> appended, because the receivables job owns the clearing
           select movein-charge-file assign to "APTMVCHG"
                 organization is line sequential
                 file status is mc-file-status.

           select file-out assign to printer, "con".

           copy JRNLSEL.

           copy EXCPSEL.

           copy RPTSEL.

           copy PARMSEL.

       data division.
       file section.
       fd move-in-file label records are standard.
       01 move-in-record.
           05 mi-building-id    pic x(3).
           05 mi-unit-no        pic x(4).
           05 mi-tenant-name    pic x(20).
           05 mi-lease-start    pic 9(8).
           05 mi-lease-end      pic 9(8).
           05 mi-monthly-rent   pic 9(5)v99.
           05 mi-deposit        pic 9(5)v99.
           05 mi-late-fee       pic 9(3)v99.
           05 mi-grace-day      pic 99.

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
           05 um-vacant-since      pic 9(8).

       fd building-master label records are standard.
       01 building-master-record.
           05 bm-building-id    pic x(3).
           05 bm-expected-units pic 9(5).
           05 bm-min-rent       pic 9(8).
           05 bm-max-rent       pic 9(8).

       fd deposit-tran-file label records are standard.
       01 tran-record.
           05 dt-building-id    pic x(3).
           05 dt-unit-no        pic x(4).
           05 dt-type           pic x.
           05 dt-amount         pic 9(5)v99.

       fd movein-charge-file label records are omitted.
       01 movein-charge-record.
           05 mc-building-id    pic x(3).
           05 mc-unit-no        pic x(4).
           05 mc-tenant-name    pic x(20).
           05 mc-charge-date    pic 9(8).
           05 mc-charge-amount  pic 9(5)v99.

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy JRNLFD.

       copy EXCPFD.

       copy RPTFD.

       copy PARMFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 mi-file-status pic xx.
       01 lm-file-status pic xx.
       01 um-file-status pic xx.
       01 bm-file-status pic xx.
       01 tr-file-status pic xx.
       01 mc-file-status pic xx.
       01 run-date-num pic 9(8) value 0.

      *every lease's unit and dates, this run's move-ins included,
      *so two move-ins for one unit in one batch can't both open
       01 lease-table.
           05 lease-entry occurs 300 times.
               10 lt-building-id    pic x(3).
               10 lt-unit-no        pic x(4).
               10 lt-lease-start    pic 9(8).
               10 lt-lease-end      pic 9(8).
       01 lease-count pic 999 value 0.
       01 lease-idx pic 999 value 0.
       01 overlap-flag pic x value 'n'.
           88 lease-overlaps value 'y'.

       01 unit-found-flag pic x value 'n'.
           88 unit-found value 'y'.
       01 building-found-flag pic x value 'n'.
           88 building-found value 'y'.
       01 values-ok-flag pic x value 'y'.
           88 values-ok value 'y'.

      *lease terms the move-in doesn't state (the late fee is a
      *shop parameter, compiled-in value first)
       01 standard-late-fee pic 9(3)v99 value 50.00.
       01 standard-utility-factor pic 9v99 value 1.00.
       01 lease-late-fee pic 9(3)v99 value 0.

      *the first month, prorated on 30-day months
       01 start-date-split.
           05 sd-yyyy pic 9(4).
           05 sd-mm   pic 9(2).
           05 sd-dd   pic 9(2).
       01 end-date-split.
           05 ed-yyyy pic 9(4).
           05 ed-mm   pic 9(2).
           05 ed-dd   pic 9(2).
       01 first-month-days pic 99 value 0.
       01 first-month-rent pic 9(5)v99 value 0.

      *accepted move-ins wait here for their letters, which print
      *after the register
       01 letter-table.
           05 letter-entry occurs 100 times.
               10 lr-building-id    pic x(3).
               10 lr-unit-no        pic x(4).
               10 lr-tenant-name    pic x(20).
               10 lr-lease-start    pic 9(8).
               10 lr-lease-end      pic 9(8).
               10 lr-monthly-rent   pic 9(5)v99.
               10 lr-deposit        pic 9(5)v99.
               10 lr-first-days     pic 99.
               10 lr-first-rent     pic 9(5)v99.
               10 lr-late-fee       pic 9(3)v99.
       01 letter-count pic 999 value 0.
       01 lr-idx pic 999 value 0.

       01 move-ins-opened pic 9(5) value 0.
       01 move-ins-refused pic 9(5) value 0.
       01 deposits-total pic 9(7)v99 value 0.
       01 first-rent-total pic 9(7)v99 value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy JRNLWS.
       copy NAMESPLW.
       copy PARMWS.

       01 line1-out.
           05 filler pic x(26) value spaces.
           05 filler pic x(23) value 'Tenant Move-In Register'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(3) value 'Bld'.
           05 filler pic x(1) value spaces.
           05 filler pic x(4) value 'Unit'.
           05 filler pic x(1) value spaces.
           05 filler pic x(20) value 'Tenant'.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value '     Rent'.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value '  Deposit'.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value 'First Mth'.
           05 filler pic x(1) value spaces.
           05 filler pic x(16) value 'Disposition'.

       01 register-line-out.
           05 filler                pic x(1) value spaces.
           05 reg-bldg-out          pic x(3).
           05 filler                pic x(1) value spaces.
           05 reg-unit-out          pic x(4).
           05 filler                pic x(1) value spaces.
           05 reg-tenant-out        pic x(20).
           05 filler                pic x(1) value spaces.
           05 reg-rent-out          pic zz,zz9.99.
           05 filler                pic x(1) value spaces.
           05 reg-deposit-out       pic zz,zz9.99.
           05 filler                pic x(1) value spaces.
           05 reg-first-out         pic zz,zz9.99.
           05 filler                pic x(1) value spaces.
           05 reg-disp-out          pic x(18).

      *the confirmation letter, one page per new tenant
       01 letter-rule-out.
           05 filler pic x(38) value all '='.

       01 letter-line-out.
           05 filler pic x(3) value spaces.
           05 letter-text-out pic x(60).

       01 letter-body-1-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(46) value
               'WELCOME TO YOUR NEW HOME. THIS LETTER CONFIRMS'.

       01 letter-body-2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(46) value
               'YOUR LEASE TERMS AND YOUR FIRST MONTH CHARGES.'.

       01 letter-term-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(13) value 'Lease Start: '.
           05 letter-start-out pic 9(8).
           05 filler pic x(3) value spaces.
           05 filler pic x(11) value 'Lease End: '.
           05 letter-end-out pic 9(8).

       01 letter-rent-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(14) value 'Monthly Rent: '.
           05 letter-rent-amt-out pic $zz,zz9.99.
           05 filler pic x(3) value spaces.
           05 filler pic x(18) value 'Deposit Received: '.
           05 letter-deposit-out pic $zz,zz9.99.

       01 letter-first-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(18) value 'First Month Rent ('.
           05 letter-days-out pic z9.
           05 filler pic x(8) value ' days): '.
           05 letter-first-amt-out pic $zz,zz9.99.

       01 letter-late-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(40) value
               'Rent is due on the 1st; a late fee of '.
           05 letter-late-amt-out pic $zz9.99.
           05 filler pic x(23) value ' applies after grace.'.

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(14) value 'Leases Opened:'.
           05 opened-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value 'Refused: '.
           05 refused-count-out pic zzzz9.

       01 summary-line-2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(16) value 'Deposits Staged:'.
           05 deposits-total-out pic $z,zzz,zz9.99.
           05 filler pic x(3) value spaces.
           05 filler pic x(19) value 'First Rent Staged: '.
           05 first-total-out pic $z,zzz,zz9.99.

       procedure division.
       100-main.
           open output file-out.
           perform 050-load-parameters.
           perform 8900-open-exception-log.
           move 'APTMOVEIN   ' to excp-this-job.
           perform 9800-open-master-journal.

           move 'TENANT MOVE-IN      ' to banner-job-name.
           move 'MI0001' to banner-batch-id.
           perform 8000-print-banner-page.
           perform 8650-print-parameters.
           move banner-run-date-ccyymmdd to run-date-num.

           perform 110-load-lease-master.

           open input move-in-file.
           if mi-file-status not = '00'
               display 'MOVE-IN-FILE FAILED TO OPEN, STATUS '
                   mi-file-status
               stop run
           end-if.
           open extend lease-master.
           if lm-file-status not = '00'
               display 'LEASE-MASTER FAILED TO OPEN, STATUS '
                   lm-file-status
               stop run
           end-if.
           open i-o unit-master.
           if um-file-status not = '00'
               display 'UNIT-MASTER FAILED TO OPEN, STATUS '
                   um-file-status
               stop run
           end-if.
           open input building-master.
           if bm-file-status not = '00'
               display 'BUILDING-MASTER FAILED TO OPEN, STATUS '
                   bm-file-status
               stop run
           end-if.
      *> both staging files append: a second move-in batch before
      *> the deposit or receivables run must not wipe the first
           open extend deposit-tran-file.
           if tr-file-status not = '00'
               open output deposit-tran-file
               close deposit-tran-file
               open extend deposit-tran-file
           end-if.
           open extend movein-charge-file.
           if mc-file-status not = '00'
               open output movein-charge-file
               close movein-charge-file
               open extend movein-charge-file
           end-if.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           read move-in-file at end move 'n' to more-records.
           perform 200-process-one-move-in until more-records = 'n'.

           move move-ins-opened to opened-count-out.
           move move-ins-refused to refused-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move deposits-total to deposits-total-out.
           move first-rent-total to first-total-out.
           write record-out from summary-line-2-out
               after advancing 1 line.
           perform 8020-capture-line.

           perform 500-print-letters
               varying lr-idx from 1 by 1
               until lr-idx > letter-count.

           close move-in-file.
           close lease-master.
           close unit-master.
           close building-master.
           close deposit-tran-file.
           close movein-charge-file.
           close file-out.
           perform 8030-close-report-capture.
           close master-journal.
           close exception-log.
           stop run.

       050-load-parameters.
           perform 8600-open-parameters.
           move 'APTMOVEIN ' to parm-lookup-program.
           move 'STANDARD-LATE-FEE' to parm-lookup-name.
           move standard-late-fee to parm-value.
           perform 8610-get-parameter.
           move parm-value to standard-late-fee.
           perform 8690-close-parameters.

       110-load-lease-master.
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
           perform 120-check-lease-room.
           add 1 to lease-count.
           move lm-building-id to lt-building-id (lease-count).
           move lm-unit-no to lt-unit-no (lease-count).
           move lm-lease-start to lt-lease-start (lease-count).
           move lm-lease-end to lt-lease-end (lease-count).
           read lease-master at end move 'n' to more-records.

       120-check-lease-room.
           if lease-count >= 300
               display 'LEASE TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.

       200-process-one-move-in.
           perform 210-validate-move-in.
           if values-ok
               perform 300-open-lease
           else
               perform 400-refuse-move-in
           end-if.
           read move-in-file at end move 'n' to more-records.

      *the unit and building must be known, the lease must make
      *sense, the rent must sit inside the building's range, and
      *no other lease may hold the unit for any of the same days
       210-validate-move-in.
           move 'y' to values-ok-flag.
           move mi-building-id to um-building-id.
           move mi-unit-no to um-unit-no.
           read unit-master
               invalid key
                   move 'n' to unit-found-flag
               not invalid key
                   move 'y' to unit-found-flag
           end-read.
           move mi-building-id to bm-building-id.
           read building-master
               invalid key
                   move 'n' to building-found-flag
               not invalid key
                   move 'y' to building-found-flag
           end-read.
           move 'n' to overlap-flag.
           perform 215-scan-one-lease
               varying lease-idx from 1 by 1
               until lease-idx > lease-count or lease-overlaps.
           if not unit-found
               or not building-found
               or mi-tenant-name = spaces
               or mi-monthly-rent = 0
               or mi-lease-end <= mi-lease-start
               or lease-overlaps
               move 'n' to values-ok-flag
           else
               if mi-monthly-rent < bm-min-rent
                   or mi-monthly-rent > bm-max-rent
                   move 'n' to values-ok-flag
               end-if
           end-if.

       215-scan-one-lease.
           if lt-building-id (lease-idx) = mi-building-id
               and lt-unit-no (lease-idx) = mi-unit-no
               and lt-lease-start (lease-idx) <= mi-lease-end
               and lt-lease-end (lease-idx) >= mi-lease-start
               move 'y' to overlap-flag
           end-if.

       300-open-lease.
           perform 310-write-lease.
           perform 320-occupy-unit.
           perform 330-stage-deposit.
           perform 340-stage-first-rent.
           add 1 to move-ins-opened.
           move 'OPENED' to reg-disp-out.
           move first-month-rent to reg-first-out.
           perform 450-print-register-line.
           perform 350-keep-letter.

       310-write-lease.
           move mi-building-id to lm-building-id.
           move mi-unit-no to lm-unit-no.
           move mi-tenant-name to lm-tenant-name.
           move mi-monthly-rent to lm-monthly-rent.
           move mi-lease-start to lm-lease-start.
           move mi-lease-end to lm-lease-end.
           move um-unit-type to lm-unit-type.
           move standard-utility-factor to lm-utility-factor.
           if mi-late-fee = 0
               move standard-late-fee to lease-late-fee
           else
               move mi-late-fee to lease-late-fee
           end-if.
           move lease-late-fee to lm-late-fee.
           move mi-grace-day to lm-grace-day.
           move 'LEASEMST' to mj-this-file.
           move 'A' to mj-action-code.
           move spaces to mj-before-image.
           move spaces to mj-after-image.
           move lease-master-record to mj-after-image.
           write lease-master-record.
           perform 9850-journal-update.

           perform 120-check-lease-room.
           add 1 to lease-count.
           move mi-building-id to lt-building-id (lease-count).
           move mi-unit-no to lt-unit-no (lease-count).
           move mi-lease-start to lt-lease-start (lease-count).
           move mi-lease-end to lt-lease-end (lease-count).

      *a lease already running tonight fills the unit; one that
      *starts later leaves the unit master alone until it does
       320-occupy-unit.
           if mi-lease-start <= run-date-num
               and not um-occupied
               move 'UNITMAST' to mj-this-file
               move 'C' to mj-action-code
               move spaces to mj-before-image
               move unit-master-record to mj-before-image
               move 'O' to um-status
               move 0 to um-vacant-since
               move spaces to mj-after-image
               move unit-master-record to mj-after-image
               rewrite unit-master-record
               perform 9850-journal-update
           end-if.

       330-stage-deposit.
           if mi-deposit > 0
               move mi-building-id to dt-building-id
               move mi-unit-no to dt-unit-no
               move 'R' to dt-type
               move mi-deposit to dt-amount
               write tran-record
               add mi-deposit to deposits-total
           end-if.

      *lease start through the 30th of its month, or through the
      *lease end when the lease ends inside that same month; the
      *charge is dated the lease start
       340-stage-first-rent.
           move mi-lease-start to start-date-split.
           move mi-lease-end to end-date-split.
           if sd-dd > 30
               move 30 to sd-dd
           end-if.
           if ed-dd > 30
               move 30 to ed-dd
           end-if.
           if ed-yyyy = sd-yyyy and ed-mm = sd-mm
               compute first-month-days = ed-dd - sd-dd + 1
           else
               compute first-month-days = 31 - sd-dd
           end-if.
           compute first-month-rent rounded =
               mi-monthly-rent * first-month-days / 30.
           move mi-building-id to mc-building-id.
           move mi-unit-no to mc-unit-no.
           move mi-tenant-name to mc-tenant-name.
           move mi-lease-start to mc-charge-date.
           move first-month-rent to mc-charge-amount.
           write movein-charge-record.
           add first-month-rent to first-rent-total.

       350-keep-letter.
           if letter-count >= 100
               display 'LETTER TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to letter-count.
           move mi-building-id to lr-building-id (letter-count).
           move mi-unit-no to lr-unit-no (letter-count).
           move mi-tenant-name to lr-tenant-name (letter-count).
           move mi-lease-start to lr-lease-start (letter-count).
           move mi-lease-end to lr-lease-end (letter-count).
           move mi-monthly-rent to lr-monthly-rent (letter-count).
           move mi-deposit to lr-deposit (letter-count).
           move first-month-days to lr-first-days (letter-count).
           move first-month-rent to lr-first-rent (letter-count).
           move lease-late-fee to lr-late-fee (letter-count).

       400-refuse-move-in.
           evaluate true
               when not unit-found
                   move 'REFUSED - NO UNIT' to reg-disp-out
                   move 'NUNT' to excp-reason-code
                   move 'move-in for unit not on UNITMAST'
                       to excp-reason-text
               when not building-found
                   move 'REFUSED - NO BLDG' to reg-disp-out
                   move 'NBLD' to excp-reason-code
                   move 'move-in for building not on BLDGMAST'
                       to excp-reason-text
               when mi-tenant-name = spaces
                   or mi-monthly-rent = 0
                   or mi-lease-end <= mi-lease-start
                   move 'REFUSED - BAD TERMS' to reg-disp-out
                   move 'MVAL' to excp-reason-code
                   move 'move-in tenant, rent or dates invalid'
                       to excp-reason-text
               when lease-overlaps
                   move 'REFUSED - OVERLAP' to reg-disp-out
                   move 'OVLP' to excp-reason-code
                   move 'move-in overlaps a lease on the unit'
                       to excp-reason-text
               when other
                   move 'REFUSED - RENT RNG' to reg-disp-out
                   move 'RENT' to excp-reason-code
                   move 'move-in rent outside BLDGMAST range'
                       to excp-reason-text
           end-evaluate.
           add 1 to move-ins-refused.
           move 0 to reg-first-out.
           perform 450-print-register-line.
           move move-in-record to excp-record-image.
           perform 9000-log-exception.

       450-print-register-line.
           move mi-building-id to reg-bldg-out.
           move mi-unit-no to reg-unit-out.
           move mi-tenant-name to reg-tenant-out.
           move mi-monthly-rent to reg-rent-out.
           move mi-deposit to reg-deposit-out.
           write record-out from register-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *one letter page per new tenant: name normalized the way the
      *renewal proposals address theirs, the unit as the address
       500-print-letters.
           write record-out from letter-rule-out
               after advancing page.
           move 'P' to capture-mode.
           perform 8020-capture-line.
           move lr-tenant-name (lr-idx) to namespl-full-name.
           perform 9500-normalize-name.
           move spaces to letter-text-out.
           string namespl-first-name delimited by '  '
                  ' '                delimited by size
                  namespl-last-name  delimited by '  '
                  into letter-text-out.
           write record-out from letter-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           move spaces to letter-text-out.
           string 'BUILDING ' delimited by size
                  lr-building-id (lr-idx) delimited by size
                  '  UNIT ' delimited by size
                  lr-unit-no (lr-idx) delimited by size
                  into letter-text-out.
           write record-out from letter-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           write record-out from letter-body-1-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           write record-out from letter-body-2-out
               after advancing 1 line.
           perform 8020-capture-line.
           move lr-lease-start (lr-idx) to letter-start-out.
           move lr-lease-end (lr-idx) to letter-end-out.
           write record-out from letter-term-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move lr-monthly-rent (lr-idx) to letter-rent-amt-out.
           move lr-deposit (lr-idx) to letter-deposit-out.
           write record-out from letter-rent-out
               after advancing 1 line.
           perform 8020-capture-line.
           move lr-first-days (lr-idx) to letter-days-out.
           move lr-first-rent (lr-idx) to letter-first-amt-out.
           write record-out from letter-first-out
               after advancing 1 line.
           perform 8020-capture-line.
           move lr-late-fee (lr-idx) to letter-late-amt-out.
           write record-out from letter-late-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy JRNLPR.

       copy NAMESPLP.

       copy PARMPR.

       end program aptmovein.
