      *A receipt for a unit with no open items, or the unapplied
      *remainder of an overpayment, is printed and logged instead
      *of vanishing.
      *
      *The leases charge a late fee on rent paid after the grace
      *day (LEASEMAST carries each lease's fee and grace day, the
      *5th when none is given).  After the night's receipts are
      *applied, any rent charge still open past the grace day of
      *its month earns one late-fee open item, and the rent item
      *is marked so it is never charged twice.
      *
      *Receipts now carry a receipt number, and every dollar a
      *receipt applies is remembered on the APTRCHST history with
      *the open item it paid.  A returned check arrives on
      *APTRCPTS as an NSF transaction ('N') naming the building,
      *unit and original receipt number: each application is put
      *back on the tenant's open items at its original charge date
      *and a returned-check fee is charged.  Late fees, reversals
      *and returned-check fees all post balanced to APTJRNL for
      *the ledger, into the open accounting period; with no open
      *period none of them is taken.  A tenant with two returned
      *checks inside twelve months is flagged certified funds only
      *on the aging and the shared exception log.
      *
      *A new tenant's first month is charged by the move-in job
      *(aptmovein.cbl, APTMVCHG), prorated from the lease start and
      *dated with it; those charges load here as rent items, and
      *the regular monthly charge passes over a lease whose start
      *falls in the run month so the first month isn't billed
      *twice.  The prorated month is collected at move-in, so it
      *never earns a late fee.
      *
      *The tenant is one party on the shared party master
      *(partymatch.cbl links each active lease's unit to it).  A
      *tenant flagged certified funds only flags the party as
      *well, so the rental counter and the cargo desk see it too.
      *Going the other way, an active tenant whose party another
      *business has blocked, or holds to certified funds only,
      *prints under the aging and goes to the exception log
      *(PTBK, PTCF) so the manager knows before the next receipt.
      *
      *The default grace day, the returned-check fee and the
      *returned-check count that puts a tenant on certified funds
      *are read from PARMMAST (APTRECV / DEFAULT-GRACE-DAY,
      *RETURNED-CHECK-FEE, CERTIFIED-NSF-LIMIT) at start-up through
      *the shared PARM copybooks; the values in force print under
      *the banner.
       identification division.
       program-id. aptrecv.
       environment division.
           select optional damage-charge-file assign to "APTDMGCH"
                 organization is line sequential
                 file status is dg-file-status.
      *> optional: prorated first-month rent staged by
      *> aptmovein.cbl
           select optional movein-charge-file assign to "APTMVCHG"
                 organization is line sequential
                 file status is mc-file-status.
      *> every receipt application and returned check, the last
      *> twelve months of them carried run to run
           select optional receipt-history-file assign to "APTRCHST"
                 organization is line sequential
                 file status is rh-file-status.
      *> late fees and returned checks appended to the apartment
      *> journal for the ledger
           select journal-file assign to "APTJRNL"
                 organization is line sequential
                 file status is jr-file-status.
           select file-out assign to printer, "con".

           copy EXCPSEL.

           copy PERDSEL.

           copy PRTYSEL.

           copy RPTSEL.

           copy PARMSEL.

       data division.
       file section.
       fd open-items-file label records are omitted.
           05 ai-tenant-name        pic x(20).
           05 ai-charge-date        pic 9(8).
           05 ai-amount-open        pic 9(7)v99.
           05 ai-item-type          pic x.
           05 ai-late-fee-flag      pic x.

       fd lease-master label records are standard.
       01 lease-master-record.
           05 lm-lease-end      pic 9(8).
           05 lm-unit-type      pic x(2).
           05 lm-utility-factor pic 9v99.
           05 lm-late-fee       pic 9(3)v99.
           05 lm-grace-day      pic 99.

       fd receipts-file label records are omitted.
       01 receipts-record.
           05 rc-building-id        pic x(3).
           05 rc-unit-no            pic x(4).
           05 rc-amount             pic 9(7)v99.
           05 rc-receipt-no         pic x(8).
           05 rc-tran-type          pic x.
               88 rc-nsf                value 'N'.

       fd receipt-history-file label records are omitted.
       01 receipt-history-record.
           05 rh-entry-type         pic x.
           05 rh-building-id        pic x(3).
           05 rh-unit-no            pic x(4).
           05 rh-tenant-name        pic x(20).
           05 rh-receipt-no         pic x(8).
           05 rh-entry-date         pic 9(8).
           05 rh-charge-date        pic 9(8).
           05 rh-item-type          pic x.
           05 rh-late-fee-flag      pic x.
           05 rh-amount             pic 9(7)v99.

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

       fd utility-charge-file label records are omitted.
       01 utility-charge-record.
           05 dg-tenant-name    pic x(20).
           05 dg-charge-amount  pic 9(5)v99.

       fd movein-charge-file label records are omitted.
       01 movein-charge-record.
           05 mc-building-id    pic x(3).
           05 mc-unit-no        pic x(4).
           05 mc-tenant-name    pic x(20).
           05 mc-charge-date    pic 9(8).
           05 mc-charge-amount  pic 9(5)v99.

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy EXCPFD.

       copy PERDFD.

       copy PRTYFD.

       copy RPTFD.

       copy PARMFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 oi-file-status pic xx.
       01 utility-charges-count pic 9(5) value 0.
       01 dg-file-status pic xx.
       01 damage-charges-count pic 9(5) value 0.
       01 mc-file-status pic xx.
       01 movein-charges-count pic 9(5) value 0.
       01 rh-file-status pic xx.
       01 jr-file-status pic xx.

      *every open item carried forward or charged this run,
      *applied against oldest-first as receipts come in
               10 oi-tenant-name    pic x(20).
               10 oi-charge-date    pic 9(8).
               10 oi-amount-open    pic 9(7)v99.
      *            'R' rent, 'U' utility, 'D' damage, 'L' late fee,
      *            'N' returned-check fee
               10 oi-item-type      pic x.
                   88 oi-rent-item      value 'R'.
               10 oi-late-fee-flag  pic x.
                   88 oi-late-fee-charged value 'y'.
       01 open-item-count pic 999 value 0.
       01 item-idx pic 999 value 0.
       01 oldest-idx pic 999 value 0.
       01 charges-generated-count pic 9(5) value 0.
       01 run-date-num pic 9(8) value 0.

      *each lease's late fee and grace day, by unit and tenant
       01 lease-fee-table.
           05 lease-fee-entry occurs 300 times.
               10 lf-building-id    pic x(3).
               10 lf-unit-no        pic x(4).
               10 lf-tenant-name    pic x(20).
               10 lf-late-fee       pic 9(3)v99.
               10 lf-grace-day      pic 99.
               10 lf-active-flag    pic x.
                   88 lf-active         value 'y'.
               10 lf-party-flag     pic x.
                   88 lf-party-blocked  value 'B'.
                   88 lf-party-certified value 'F'.
               10 lf-party-id       pic 9(7).
       01 lease-fee-count pic 999 value 0.
       01 lf-idx pic 999 value 0.
       01 lf-match-idx pic 999 value 0.
       01 lf-found-flag pic x value 'n'.
           88 lf-found value 'y'.
      *a lease that names no grace day of its own is late after
      *this day of the month (a shop parameter, compiled-in value
      *first)
       01 default-grace-day pic 99 value 5.
       01 grace-day pic 99 value 0.
       01 grace-date pic 9(8) value 0.
       01 late-fee-amount pic 9(3)v99 value 0.
       01 late-fees-count pic 9(5) value 0.
       01 late-fees-total pic 9(7)v99 value 0.

      *receipt applications and returned checks; rows older than
      *twelve months drop off as the history rewrites
       01 history-table.
           05 history-entry occurs 3000 times.
               10 ht-entry-type     pic x.
                   88 ht-applied        value 'A'.
                   88 ht-returned       value 'N'.
               10 ht-building-id    pic x(3).
               10 ht-unit-no        pic x(4).
               10 ht-tenant-name    pic x(20).
               10 ht-receipt-no     pic x(8).
               10 ht-entry-date     pic 9(8).
               10 ht-charge-date    pic 9(8).
               10 ht-item-type      pic x.
               10 ht-late-fee-flag  pic x.
               10 ht-amount         pic 9(7)v99.
       01 history-count pic 9(4) value 0.
       01 ht-idx pic 9(4) value 0.
       01 history-cutoff-date pic 9(8) value 0.

      *the returned check being worked
      *charged on every returned check (a shop parameter,
      *compiled-in value first)
       01 returned-check-fee pic 9(3)v99 value 35.00.
       01 nsf-reversed-amount pic 9(7)v99 value 0.
       01 nsf-tenant-name pic x(20) value spaces.
       01 nsf-already-flag pic x value 'n'.
           88 nsf-already-reversed value 'y'.
       01 nsf-count pic 9(5) value 0.
       01 nsf-rejected-count pic 9(5) value 0.
       01 restore-found-flag pic x value 'n'.
           88 restore-found value 'y'.
       01 restore-idx pic 999 value 0.

      *tenants with returned checks inside the last twelve months
       01 certified-table.
           05 certified-entry occurs 100 times.
               10 cf-building-id    pic x(3).
               10 cf-unit-no        pic x(4).
               10 cf-tenant-name    pic x(20).
               10 cf-nsf-count      pic 99.
       01 certified-count pic 999 value 0.
       01 cf-idx pic 999 value 0.
       01 cf-match-idx pic 999 value 0.
       01 cf-found-flag pic x value 'n'.
           88 cf-found value 'y'.
       01 certified-funds-count pic 9(5) value 0.
      *this many returned checks inside twelve months puts the
      *tenant on certified funds (a shop parameter, compiled-in
      *value first)
       01 certified-nsf-limit pic 99 value 2.

       01 run-debits-total pic 9(9)v99 value 0.
       01 run-credits-total pic 9(9)v99 value 0.

      *age of an open item in 30/360 convention days, the same
      *bucketing arithmetic the rental aging uses
       01 item-age-days pic s9(5) value 0.
       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy PERDWS.
       copy PRTYWS.
       copy PARMWS.

       01 line1-out.
           05 filler pic x(20) value spaces.
           05 filler pic x(2) value spaces.
           05 del-amount-out pic $zz,zz9.99.

       01 late-fee-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(14) value 'Late Fee:     '.
           05 late-bldg-out pic x(3).
           05 filler pic x(1) value spaces.
           05 late-unit-out pic x(4).
           05 filler pic x(2) value spaces.
           05 late-tenant-out pic x(20).
           05 filler pic x(2) value spaces.
           05 late-amount-out pic $zz,zz9.99.

       01 nsf-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(16) value 'Returned Check: '.
           05 nsf-bldg-out pic x(3).
           05 filler pic x(1) value spaces.
           05 nsf-unit-out pic x(4).
           05 filler pic x(2) value spaces.
           05 nsf-receipt-out pic x(8).
           05 filler pic x(2) value spaces.
           05 filler pic x(10) value 'Reversed: '.
           05 nsf-reversed-out pic $zzz,zz9.99.
           05 filler pic x(2) value spaces.
           05 filler pic x(5) value 'Fee: '.
           05 nsf-fee-out pic $zz9.99.

       01 nsf-excp-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(30) value
               '*** NSF NOT REVERSED ***      '.
           05 nsfx-bldg-out pic x(3).
           05 filler pic x(1) value spaces.
           05 nsfx-unit-out pic x(4).
           05 filler pic x(2) value spaces.
           05 nsfx-receipt-out pic x(8).
           05 filler pic x(2) value spaces.
           05 nsfx-reason-out pic x(24).

       01 certified-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(31) value
               '*** CERTIFIED FUNDS ONLY ***   '.
           05 cert-bldg-out pic x(3).
           05 filler pic x(1) value spaces.
           05 cert-unit-out pic x(4).
           05 filler pic x(2) value spaces.
           05 cert-tenant-out pic x(20).
           05 filler pic x(2) value spaces.
           05 filler pic x(6) value 'NSFs: '.
           05 cert-count-out pic z9.

       01 party-flag-out.
           05 filler pic x(1) value spaces.
           05 pty-flag-text-out pic x(31).
           05 pty-bldg-out pic x(3).
           05 filler pic x(1) value spaces.
           05 pty-unit-out pic x(4).
           05 filler pic x(2) value spaces.
           05 pty-tenant-out pic x(20).
           05 filler pic x(2) value spaces.
           05 filler pic x(7) value 'Party: '.
           05 pty-party-out pic 9(7).

       01 posting-line-out.
           05 filler                pic x(1) value spaces.
           05 filler                pic x(8) value 'Debits: '.
           05 posting-debits-out    pic $zzz,zzz,zz9.99.
           05 filler                pic x(4) value spaces.
           05 filler                pic x(9) value 'Credits: '.
           05 posting-credits-out   pic $zzz,zzz,zz9.99.
           05 filler                pic x(2) value spaces.
           05 posting-balance-out   pic x(16).

       01 aging-line-out.
           05 filler pic x(4) value spaces.
           05 agl-bldg-out pic x(3).
           05 filler pic x(12) value 'Delinquent: '.
           05 delinquent-count-out pic zzzz9.

       01 summary-line-2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(11) value 'Late Fees: '.
           05 late-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(17) value 'Returned Checks: '.
           05 nsf-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(16) value 'Certified Only: '.
           05 certified-count-out pic zzzz9.

       procedure division.
       100-main.
           open output file-out.
           perform 050-load-parameters.
           perform 8900-open-exception-log.
           move 'APTRECV     ' to excp-this-job.
           perform 8115-open-party-files-update.

           move 'TENANT RECEIVABLES  ' to banner-job-name.
           move 'TR0001' to banner-batch-id.
           perform 8000-print-banner-page.
           perform 8650-print-parameters.
           move banner-run-date-ccyymmdd to run-date-num.
           compute history-cutoff-date = run-date-num - 10000.

      *        late fees and returned checks post to the ledger, so
      *        they need an open period; receipts don't
           perform 8700-load-periods.
           move run-date-num to perd-check-date.
           perform 8710-find-open-period.
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
           move 3 to page-line-count.

           perform 110-load-open-items.
           perform 130-generate-rent-charges.
           perform 160-load-utility-charges.
           perform 170-load-movein-charges.
           perform 180-load-damage-charges.
           perform 190-load-receipt-history.
           perform 200-apply-receipts.
           perform 400-assess-late-fees.
           perform 500-rewrite-open-items.
           perform 550-rewrite-receipt-history.
           perform 600-build-aging.
           perform 700-flag-delinquents.
           perform 750-find-certified-funds.
           perform 780-check-tenant-party
               varying lf-idx from 1 by 1
               until lf-idx > lease-fee-count.
           perform 900-print-aging.
           perform 950-print-posting-totals.

           move charges-generated-count to charged-count-out.
           move receipts-applied-count to applied-count-out.
           move delinquent-count to delinquent-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move late-fees-count to late-count-out.
           move nsf-count to nsf-count-out.
           move certified-funds-count to certified-count-out.
           write record-out from summary-line-2-out
               after advancing 1 line.
           perform 8020-capture-line.

           close journal-file.
           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           perform 8190-close-party-files.
           stop run.

       050-load-parameters.
           perform 8600-open-parameters.
           move 'APTRECV   ' to parm-lookup-program.
           move 'DEFAULT-GRACE-DAY' to parm-lookup-name.
           move default-grace-day to parm-value.
           perform 8610-get-parameter.
           move parm-value to default-grace-day.
           move 'RETURNED-CHECK-FEE' to parm-lookup-name.
           move returned-check-fee to parm-value.
           perform 8610-get-parameter.
           move parm-value to returned-check-fee.
           move 'CERTIFIED-NSF-LIMIT' to parm-lookup-name.
           move certified-nsf-limit to parm-value.
           perform 8610-get-parameter.
           move parm-value to certified-nsf-limit.
           perform 8690-close-parameters.

       110-load-open-items.
           open input open-items-file.
           if oi-file-status = '00'
               to oi-tenant-name (open-item-count).
           move ai-charge-date to oi-charge-date (open-item-count).
           move ai-amount-open to oi-amount-open (open-item-count).
           move ai-item-type to oi-item-type (open-item-count).
           move ai-late-fee-flag
               to oi-late-fee-flag (open-item-count).
           read open-items-file at end move 'n' to more-records.

       120-check-item-room.
           end-if.

      *every lease active on the run date earns this month's rent
      *charge, dated with the run date -- except in the month the
      *lease starts, which the move-in job has already charged
       130-generate-rent-charges.
           open input lease-master.
           if lm-file-status not = '00'
           move 'y' to more-records.

       135-charge-one-lease.
           perform 140-load-lease-fee.
           if lm-lease-start <= run-date-num
               and lm-lease-end >= run-date-num
               and lm-lease-start (1:6) not = run-date-num (1:6)
               perform 120-check-item-room
               add 1 to open-item-count
               move lm-building-id
                   to oi-charge-date (open-item-count)
               move lm-monthly-rent
                   to oi-amount-open (open-item-count)
               move 'R' to oi-item-type (open-item-count)
               move 'n' to oi-late-fee-flag (open-item-count)
               add 1 to charges-generated-count
               move lm-building-id to chg-bldg-out
               move lm-unit-no to chg-unit-out
               move lm-monthly-rent to chg-amount-out
               write record-out from charge-line-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.
           read lease-master at end move 'n' to more-records.

      *every lease, current or ended, so a rent item still open
      *after the tenant left is charged by its own lease's terms
       140-load-lease-fee.
           if lease-fee-count >= 300
               display 'LEASE FEE TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to lease-fee-count.
           move lm-building-id to lf-building-id (lease-fee-count).
           move lm-unit-no to lf-unit-no (lease-fee-count).
           move lm-tenant-name to lf-tenant-name (lease-fee-count).
           move lm-late-fee to lf-late-fee (lease-fee-count).
           move lm-grace-day to lf-grace-day (lease-fee-count).
           move 'n' to lf-active-flag (lease-fee-count).
           if lm-lease-start <= run-date-num
               and lm-lease-end >= run-date-num
               move 'y' to lf-active-flag (lease-fee-count)
           end-if.
           move space to lf-party-flag (lease-fee-count).
           move 0 to lf-party-id (lease-fee-count).

      *the pass-through charges become open items dated with the
      *run date, exactly like a rent charge.  the consumed file is
      *cleared so a second receivables run before the next
               to oi-charge-date (open-item-count).
           move ut-charge-amount
               to oi-amount-open (open-item-count).
           move 'U' to oi-item-type (open-item-count).
           move 'n' to oi-late-fee-flag (open-item-count).
           add 1 to utility-charges-count.
           add 1 to charges-generated-count.
           read utility-charge-file
               at end move 'n' to more-records.

      *a new tenant's prorated first month, dated with the lease
      *start and marked so the late-fee pass leaves it alone; the
      *consumed file is cleared the same way the utility charges
      *are
       170-load-movein-charges.
           open input movein-charge-file.
           if mc-file-status = '00'
               read movein-charge-file
                   at end move 'n' to more-records
               end-read
               perform 175-load-one-movein-charge
                   until more-records = 'n'
               close movein-charge-file
               open output movein-charge-file
           end-if.
           close movein-charge-file.
           move 'y' to more-records.

       175-load-one-movein-charge.
           perform 120-check-item-room.
           add 1 to open-item-count.
           move mc-building-id
               to oi-building-id (open-item-count).
           move mc-unit-no to oi-unit-no (open-item-count).
           move mc-tenant-name
               to oi-tenant-name (open-item-count).
           move mc-charge-date
               to oi-charge-date (open-item-count).
           move mc-charge-amount
               to oi-amount-open (open-item-count).
           move 'R' to oi-item-type (open-item-count).
           move 'y' to oi-late-fee-flag (open-item-count).
           add 1 to movein-charges-count.
           add 1 to charges-generated-count.
           read movein-charge-file
               at end move 'n' to more-records.

      *move-out damage the deposit couldn't absorb becomes an
      *open item on the vacated tenant's account; the consumed
      *file is cleared the same way the utility charges are
               to oi-charge-date (open-item-count).
           move dg-charge-amount
               to oi-amount-open (open-item-count).
           move 'D' to oi-item-type (open-item-count).
           move 'n' to oi-late-fee-flag (open-item-count).
           add 1 to damage-charges-count.
           add 1 to charges-generated-count.
           read damage-charge-file
               at end move 'n' to more-records.

       190-load-receipt-history.
           open input receipt-history-file.
           if rh-file-status = '00'
               read receipt-history-file
                   at end move 'n' to more-records
               end-read
               perform 195-load-one-history
                   until more-records = 'n'
           end-if.
           close receipt-history-file.
           move 'y' to more-records.

       195-load-one-history.
           if rh-entry-date > history-cutoff-date
               perform 196-check-history-room
               add 1 to history-count
               move receipt-history-record
                   to history-entry (history-count)
           end-if.
           read receipt-history-file
               at end move 'n' to more-records
           end-read.

       196-check-history-room.
           if history-count >= 3000
               display 'HISTORY TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.

       200-apply-receipts.
           open input receipts-file.
           if rc-file-status not = '00'
      *a receipt pays down the unit's open items oldest-first;
      *whatever can't be applied is flagged instead of dropped
       210-apply-one-receipt.
           if rc-nsf
               perform 300-process-returned-check
           else
               perform 212-apply-receipt-amount
           end-if.
           read receipts-file at end move 'n' to more-records.

       212-apply-receipt-amount.
           move rc-amount to receipt-left.
           perform 225-find-oldest-open-item.
           perform 220-pay-oldest-item
               move applied-amount to rcp-amount-out
               write record-out from receipt-applied-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.
           if receipt-left > 0
               perform 230-print-unapplied-receipt
           end-if.

       220-pay-oldest-item.
           if oi-amount-open (oldest-idx) > receipt-left
               move receipt-left to applied-amount
               subtract receipt-left
                   from oi-amount-open (oldest-idx)
               move 0 to receipt-left
           else
               move oi-amount-open (oldest-idx) to applied-amount
               subtract oi-amount-open (oldest-idx)
                   from receipt-left
               move 0 to oi-amount-open (oldest-idx)
           end-if.
           perform 222-remember-application.
           perform 225-find-oldest-open-item.

      *which item this receipt paid and by how much, so a check
      *that comes back can be put back exactly where it went
       222-remember-application.
           perform 196-check-history-room.
           add 1 to history-count.
           move 'A' to ht-entry-type (history-count).
           move rc-building-id to ht-building-id (history-count).
           move rc-unit-no to ht-unit-no (history-count).
           move oi-tenant-name (oldest-idx)
               to ht-tenant-name (history-count).
           move rc-receipt-no to ht-receipt-no (history-count).
           move run-date-num to ht-entry-date (history-count).
           move oi-charge-date (oldest-idx)
               to ht-charge-date (history-count).
           move oi-item-type (oldest-idx)
               to ht-item-type (history-count).
           move oi-late-fee-flag (oldest-idx)
               to ht-late-fee-flag (history-count).
           move applied-amount to ht-amount (history-count).

       225-find-oldest-open-item.
           move 0 to oldest-idx.
           move 99999999 to oldest-date.
           move receipt-left to unap-amount-out.
           write record-out from receipt-excp-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'UNAP' to excp-reason-code.
           move 'receipt exceeds unit open items'
           move receipts-record to excp-record-image.
           perform 9000-log-exception.

      *a returned check puts every application of its receipt
      *back on the open items at the original charge date, so the
      *debt ages from when it was first owed, and charges the
      *returned-check fee on top
       300-process-returned-check.
           move 0 to nsf-reversed-amount.
           move spaces to nsf-tenant-name.
           move 'n' to nsf-already-flag.
           perform 305-scan-one-prior-return
               varying ht-idx from 1 by 1
               until ht-idx > history-count.
           evaluate true
               when rc-receipt-no = spaces
                   move 'NO RECEIPT NUMBER GIVEN ' to nsfx-reason-out
                   move 'NSFR' to excp-reason-code
                   move 'returned check names no receipt'
                       to excp-reason-text
                   perform 340-reject-returned-check
               when nsf-already-reversed
                   move 'ALREADY REVERSED        ' to nsfx-reason-out
                   move 'NSFD' to excp-reason-code
                   move 'returned check already reversed'
                       to excp-reason-text
                   perform 340-reject-returned-check
               when not perd-period-ok
                   move 'NO OPEN PERIOD          ' to nsfx-reason-out
                   move 'PERD' to excp-reason-code
                   move perd-refusal-text to excp-reason-text
                   perform 340-reject-returned-check
               when other
                   perform 310-reverse-one-application
                       varying ht-idx from 1 by 1
                       until ht-idx > history-count
                   if nsf-reversed-amount = 0
                       move 'RECEIPT NOT ON HISTORY  '
                           to nsfx-reason-out
                       move 'NSFN' to excp-reason-code
                       move 'returned check receipt not on history'
                           to excp-reason-text
                       perform 340-reject-returned-check
                   else
                       perform 330-charge-returned-check
                   end-if
           end-evaluate.

       305-scan-one-prior-return.
           if ht-returned (ht-idx)
               and ht-building-id (ht-idx) = rc-building-id
               and ht-unit-no (ht-idx) = rc-unit-no
               and ht-receipt-no (ht-idx) = rc-receipt-no
               move 'y' to nsf-already-flag
           end-if.

       310-reverse-one-application.
           if ht-applied (ht-idx)
               and ht-building-id (ht-idx) = rc-building-id
               and ht-unit-no (ht-idx) = rc-unit-no
               and ht-receipt-no (ht-idx) = rc-receipt-no
               perform 315-restore-open-item
               add ht-amount (ht-idx) to nsf-reversed-amount
               move ht-tenant-name (ht-idx) to nsf-tenant-name
           end-if.

      *back onto the item it paid if that item is still carried,
      *otherwise the item comes back as it was
       315-restore-open-item.
           move 'n' to restore-found-flag.
           perform 320-scan-one-restore
               varying item-idx from 1 by 1
               until item-idx > open-item-count or restore-found.
           if restore-found
               add ht-amount (ht-idx) to oi-amount-open (restore-idx)
           else
               perform 120-check-item-room
               add 1 to open-item-count
               move ht-building-id (ht-idx)
                   to oi-building-id (open-item-count)
               move ht-unit-no (ht-idx)
                   to oi-unit-no (open-item-count)
               move ht-tenant-name (ht-idx)
                   to oi-tenant-name (open-item-count)
               move ht-charge-date (ht-idx)
                   to oi-charge-date (open-item-count)
               move ht-amount (ht-idx)
                   to oi-amount-open (open-item-count)
               move ht-item-type (ht-idx)
                   to oi-item-type (open-item-count)
               move ht-late-fee-flag (ht-idx)
                   to oi-late-fee-flag (open-item-count)
           end-if.

       320-scan-one-restore.
           if oi-building-id (item-idx) = ht-building-id (ht-idx)
               and oi-unit-no (item-idx) = ht-unit-no (ht-idx)
               and oi-tenant-name (item-idx) = ht-tenant-name (ht-idx)
               and oi-charge-date (item-idx) = ht-charge-date (ht-idx)
               and oi-item-type (item-idx) = ht-item-type (ht-idx)
               move 'y' to restore-found-flag
               move item-idx to restore-idx
           end-if.

       330-charge-returned-check.
           perform 120-check-item-room.
           add 1 to open-item-count.
           move rc-building-id to oi-building-id (open-item-count).
           move rc-unit-no to oi-unit-no (open-item-count).
           move nsf-tenant-name to oi-tenant-name (open-item-count).
           move run-date-num to oi-charge-date (open-item-count).
           move returned-check-fee
               to oi-amount-open (open-item-count).
           move 'N' to oi-item-type (open-item-count).
           move 'n' to oi-late-fee-flag (open-item-count).

           perform 196-check-history-room.
           add 1 to history-count.
           move 'N' to ht-entry-type (history-count).
           move rc-building-id to ht-building-id (history-count).
           move rc-unit-no to ht-unit-no (history-count).
           move nsf-tenant-name to ht-tenant-name (history-count).
           move rc-receipt-no to ht-receipt-no (history-count).
           move run-date-num to ht-entry-date (history-count).
           move 0 to ht-charge-date (history-count).
           move space to ht-item-type (history-count).
           move space to ht-late-fee-flag (history-count).
           move nsf-reversed-amount to ht-amount (history-count).

      *        the receipt comes back off cash onto receivables,
      *        and the fee is receivable against its own revenue
           move '1210' to jr-account.
           move 'APT ACCTS RECEIVABLE' to jr-account-desc.
           move 'DR' to jr-dr-cr.
           move nsf-reversed-amount to jr-amount.
           perform 925-write-one-journal-line.
           move '1000' to jr-account.
           move 'CASH                ' to jr-account-desc.
           move 'CR' to jr-dr-cr.
           move nsf-reversed-amount to jr-amount.
           perform 925-write-one-journal-line.
           move '1210' to jr-account.
           move 'APT ACCTS RECEIVABLE' to jr-account-desc.
           move 'DR' to jr-dr-cr.
           move returned-check-fee to jr-amount.
           perform 925-write-one-journal-line.
           move '4720' to jr-account.
           move 'APT NSF FEE REVENUE ' to jr-account-desc.
           move 'CR' to jr-dr-cr.
           move returned-check-fee to jr-amount.
           perform 925-write-one-journal-line.

           add 1 to nsf-count.
           move rc-building-id to nsf-bldg-out.
           move rc-unit-no to nsf-unit-out.
           move rc-receipt-no to nsf-receipt-out.
           move nsf-reversed-amount to nsf-reversed-out.
           move returned-check-fee to nsf-fee-out.
           write record-out from nsf-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       340-reject-returned-check.
           add 1 to nsf-rejected-count.
           move rc-building-id to nsfx-bldg-out.
           move rc-unit-no to nsfx-unit-out.
           move rc-receipt-no to nsfx-receipt-out.
           write record-out from nsf-excp-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move receipts-record to excp-record-image.
           perform 9000-log-exception.

      *rent still open after the grace day of the month it was
      *charged in earns the lease's late fee, once
       400-assess-late-fees.
           if perd-period-ok
               perform 410-judge-one-late-item
                   varying item-idx from 1 by 1
                   until item-idx > open-item-count
           else
               move 'PERD' to excp-reason-code
               move 'late fees not assessed - no open period'
                   to excp-reason-text
               move spaces to excp-record-image
               perform 9000-log-exception
           end-if.

       410-judge-one-late-item.
           if oi-rent-item (item-idx)
               and oi-amount-open (item-idx) > 0
               and not oi-late-fee-charged (item-idx)
               perform 420-find-lease-fee
               move oi-charge-date (item-idx) to charge-date-split
               compute grace-date =
                   (chg-yyyy * 10000) + (chg-mm * 100) + grace-day
               if run-date-num > grace-date
                   and late-fee-amount > 0
                   perform 430-charge-late-fee
               end-if
           end-if.

       420-find-lease-fee.
           move 'n' to lf-found-flag.
           perform 425-scan-one-lease-fee
               varying lf-idx from 1 by 1
               until lf-idx > lease-fee-count or lf-found.
           move default-grace-day to grace-day.
           move 0 to late-fee-amount.
           if lf-found
               move lf-late-fee (lf-match-idx) to late-fee-amount
               if lf-grace-day (lf-match-idx) > 0
                   move lf-grace-day (lf-match-idx) to grace-day
               end-if
           end-if.

       425-scan-one-lease-fee.
           if lf-building-id (lf-idx) = oi-building-id (item-idx)
               and lf-unit-no (lf-idx) = oi-unit-no (item-idx)
               and lf-tenant-name (lf-idx) = oi-tenant-name (item-idx)
               move 'y' to lf-found-flag
               move lf-idx to lf-match-idx
           end-if.

       430-charge-late-fee.
           move 'y' to oi-late-fee-flag (item-idx).
           perform 120-check-item-room.
           add 1 to open-item-count.
           move oi-building-id (item-idx)
               to oi-building-id (open-item-count).
           move oi-unit-no (item-idx) to oi-unit-no (open-item-count).
           move oi-tenant-name (item-idx)
               to oi-tenant-name (open-item-count).
           move run-date-num to oi-charge-date (open-item-count).
           move late-fee-amount to oi-amount-open (open-item-count).
           move 'L' to oi-item-type (open-item-count).
           move 'n' to oi-late-fee-flag (open-item-count).
           add 1 to late-fees-count.
           add late-fee-amount to late-fees-total.

           move '1210' to jr-account.
           move 'APT ACCTS RECEIVABLE' to jr-account-desc.
           move 'DR' to jr-dr-cr.
           move late-fee-amount to jr-amount.
           perform 925-write-one-journal-line.
           move '4710' to jr-account.
           move 'APT LATE FEE REVENUE' to jr-account-desc.
           move 'CR' to jr-dr-cr.
           move late-fee-amount to jr-amount.
           perform 925-write-one-journal-line.

           move oi-building-id (item-idx) to late-bldg-out.
           move oi-unit-no (item-idx) to late-unit-out.
           move oi-tenant-name (item-idx) to late-tenant-out.
           move late-fee-amount to late-amount-out.
           write record-out from late-fee-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *what is still owed rides forward; paid-off items drop out
       500-rewrite-open-items.
           open output open-items-file.
               move oi-tenant-name (item-idx) to ai-tenant-name
               move oi-charge-date (item-idx) to ai-charge-date
               move oi-amount-open (item-idx) to ai-amount-open
               move oi-item-type (item-idx) to ai-item-type
               move oi-late-fee-flag (item-idx) to ai-late-fee-flag
               write open-items-record
           end-if.

       550-rewrite-receipt-history.
           open output receipt-history-file.
           perform 555-write-one-history
               varying ht-idx from 1 by 1
               until ht-idx > history-count.
           close receipt-history-file.

       555-write-one-history.
           write receipt-history-record from history-entry (ht-idx).

       600-build-aging.
           perform 610-age-one-item
               varying item-idx from 1 by 1
                   move oi-amount-open (item-idx) to del-amount-out
                   write record-out from delinquent-out
                       after advancing 1 line
                   perform 8020-capture-line
                   perform 8100-advance-line
                   move 'DELQ' to excp-reason-code
                   move 'tenant rent open past 90 days'
               end-if
           end-if.

      *two returned checks inside twelve months and the tenant pays
      *by certified funds from here on
       750-find-certified-funds.
           perform 760-count-one-return
               varying ht-idx from 1 by 1
               until ht-idx > history-count.
           perform 770-flag-one-certified
               varying cf-idx from 1 by 1
               until cf-idx > certified-count.

       760-count-one-return.
           if ht-returned (ht-idx)
               move 'n' to cf-found-flag
               perform 765-scan-one-certified
                   varying cf-idx from 1 by 1
                   until cf-idx > certified-count or cf-found
               if cf-found
                   add 1 to cf-nsf-count (cf-match-idx)
               else
                   if certified-count >= 100
                       display 'CERTIFIED TABLE FULL, CANNOT CONTINUE'
                       stop run
                   end-if
                   add 1 to certified-count
                   move ht-building-id (ht-idx)
                       to cf-building-id (certified-count)
                   move ht-unit-no (ht-idx)
                       to cf-unit-no (certified-count)
                   move ht-tenant-name (ht-idx)
                       to cf-tenant-name (certified-count)
                   move 1 to cf-nsf-count (certified-count)
               end-if
           end-if.

       765-scan-one-certified.
           if cf-building-id (cf-idx) = ht-building-id (ht-idx)
               and cf-unit-no (cf-idx) = ht-unit-no (ht-idx)
               and cf-tenant-name (cf-idx) = ht-tenant-name (ht-idx)
               move 'y' to cf-found-flag
               move cf-idx to cf-match-idx
           end-if.

       770-flag-one-certified.
           if cf-nsf-count (cf-idx) >= certified-nsf-limit
               add 1 to certified-funds-count
               move 'CERT' to excp-reason-code
               move 'tenant certified funds only - 2 NSFs'
                   to excp-reason-text
               move certified-entry (cf-idx) to excp-record-image
               perform 9000-log-exception
               perform 775-flag-tenant-party
           end-if.

      *the unit's link must still name this tenant -- a unit let
      *again since the matching job last ran is someone else
       775-flag-tenant-party.
           move 'T' to party-member-type.
           move spaces to party-member-id.
           string cf-building-id (cf-idx) cf-unit-no (cf-idx)
               delimited by size into party-member-id.
           perform 8120-find-party.
           if party-found
               and pl-member-name = cf-tenant-name (cf-idx)
               perform 8130-flag-party-certified
           end-if.

      *a block the tenant's party carries from another business
       780-check-tenant-party.
           if lf-active (lf-idx)
               move 'T' to party-member-type
               move spaces to party-member-id
               string lf-building-id (lf-idx) lf-unit-no (lf-idx)
                   delimited by size into party-member-id
               perform 8120-find-party
               if party-found
                   and pl-member-name = lf-tenant-name (lf-idx)
                   and (party-blocked-elsewhere
                       or party-certified-elsewhere)
                   move party-elsewhere-flag
                       to lf-party-flag (lf-idx)
                   move pa-party-id to lf-party-id (lf-idx)
                   if party-blocked-elsewhere
                       move 'PTBK' to excp-reason-code
                   else
                       move 'PTCF' to excp-reason-code
                   end-if
                   move party-exception-text to excp-reason-text
                   move lease-fee-entry (lf-idx) to excp-record-image
                   perform 9000-log-exception
               end-if
           end-if.

       900-print-aging.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 910-print-one-aging-line
               varying ag-idx from 1 by 1
           move grand-90 to agt-90-out.
           write record-out from aging-total-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 920-print-one-certified
               varying cf-idx from 1 by 1
               until cf-idx > certified-count.
           perform 930-print-one-party-flag
               varying lf-idx from 1 by 1
               until lf-idx > lease-fee-count.

       910-print-one-aging-line.
           move ag-building-id (ag-idx) to agl-bldg-out.
           move ag-90-days (ag-idx) to agl-90-out.
           write record-out from aging-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           add ag-current (ag-idx) to grand-current.
           add ag-30-days (ag-idx) to grand-30.
           add ag-60-days (ag-idx) to grand-60.
           add ag-90-days (ag-idx) to grand-90.

       920-print-one-certified.
           if cf-nsf-count (cf-idx) >= certified-nsf-limit
               move cf-building-id (cf-idx) to cert-bldg-out
               move cf-unit-no (cf-idx) to cert-unit-out
               move cf-tenant-name (cf-idx) to cert-tenant-out
               move cf-nsf-count (cf-idx) to cert-count-out
               write record-out from certified-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.

       930-print-one-party-flag.
           if lf-party-blocked (lf-idx)
               or lf-party-certified (lf-idx)
               if lf-party-blocked (lf-idx)
                   move '*** PARTY BLOCKED ELSEWHERE ***'
                       to pty-flag-text-out
               else
                   move '*** PARTY CERTIFIED FUNDS ***'
                       to pty-flag-text-out
               end-if
               move lf-building-id (lf-idx) to pty-bldg-out
               move lf-unit-no (lf-idx) to pty-unit-out
               move lf-tenant-name (lf-idx) to pty-tenant-out
               move lf-party-id (lf-idx) to pty-party-out
               write record-out from party-flag-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.

       925-write-one-journal-line.
           move run-date-num to jr-run-date.
           move perd-open-period to jr-period.
           if jr-dr-cr = 'DR'
               add jr-amount to run-debits-total
           else
               add jr-amount to run-credits-total
           end-if.
           write journal-record.

       950-print-posting-totals.
           if run-debits-total > 0 or run-credits-total > 0
               move run-debits-total to posting-debits-out
               move run-credits-total to posting-credits-out
               if run-debits-total = run-credits-total
                   move 'IN BALANCE      ' to posting-balance-out
               else
                   move '** OUT OF BAL **' to posting-balance-out
               end-if
               write record-out from posting-line-out
                   after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
           end-if.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy PERDPR.

       copy PRTYPR.

       copy PARMPR.

       end program aptrecv.
