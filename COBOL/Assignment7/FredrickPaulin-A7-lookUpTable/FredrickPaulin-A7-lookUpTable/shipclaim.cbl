      *Cargo loss and damage claims against bills of lading
      *
      *A consignee's short or damaged delivery came in by phone and
      *went nowhere: shipbol.cbl gives every shipment a numbered
      *B/L, but there was no record of the claim made against it.
      *This job keeps CGOCLAIM, a cargo-claim master in the shape
      *of the rental suite's DMGCLAIM, keyed by a claim number from
      *the CGOCLSEED carried seed.
      *
      *Transactions (CGOCLTRN), keyed by claim number except an
      *open:
      *
      *  - 'O' opens a claim against a BOLREG B/L number with the
      *    amount claimed and a cause code ('SH' shortage, 'DM'
      *    damage, 'TL' total loss, 'WD' wet damage, 'CT'
      *    contamination).  The vessel, voyage, shipper and cargo
      *    come off the register, and the cargo's declared value
      *    off SHIPBILL (the same voyage, cargo, units and
      *    shipper); when SHIPBILL no longer holds that shipment
      *    the value keyed on the transaction is taken instead;
      *  - 'F' posts the surveyor's finding: the loss the survey
      *    found, and the cause it found when it differs;
      *  - 'S' settles the claim for the amount paid -- never more
      *    than the declared value, which caps our liability;
      *  - 'D' denies it, settling at nothing;
      *  - 'R' posts a recovery from the marine insurer, the one
      *    whose premium the value report charges on every
      *    shipment -- only against a settled claim and never past
      *    what was paid.
      *
      *Each settlement and each recovery posts a balanced entry to
      *SHPJRNL, the shipping side of the shop journal, under the
      *open APERIODS period: cargo claims expense debited and
      *cargo claims payable credited for a settlement, marine
      *insurance receivable debited and cargo claims expense
      *credited for a recovery, appended alongside shipjrnl.cbl's
      *nightly extract.  No open period, no run: the job ends with
      *return code 8 before a transaction applies.
      *
      *The claims status report shows every claim with its
      *claimed, surveyed, settled and recovered amounts and the
      *net cost to the shop (settled less recovered), then the
      *net cost per vessel and per cargo.  A transaction for an
      *unknown claim or B/L, or one the claim's status doesn't
      *allow, is rejected to the report and the exception log.
       identification division.
       program-id. shipclaim.
       environment division.
       input-output section.

       file-control.
      *> optional: a quiet day has no claims activity
           select optional tran-file assign to "CGOCLTRN"
                 organization is line sequential
                 file status is ct-file-status.

           select claim-master assign to "CGOCLAIM"
                 organization is indexed
                 access mode is dynamic
                 record key is cc-claim-no
                 file status is cc-file-status.

      *> next claim number to assign, carried across runs
           select optional claim-seed-file assign to "CGOCLSEED"
                 organization is line sequential
                 file status is cs-file-status.

           select bol-register assign to "BOLREG"
                 organization is line sequential
                 file status is br-file-status.

      *> optional: only tonight's valued shipments are on it
           select optional billing-file assign to "SHIPBILL"
                 organization is line sequential
                 file status is bl-file-status.

           select journal-file assign to "SHPJRNL"
                 organization is line sequential
                 file status is jr-file-status.

           select file-out assign to printer, "con".

           copy PERDSEL.

           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd tran-file label records are omitted.
       01 tran-record.
           05 ct-action             pic x.
               88 ct-open               value 'O'.
               88 ct-finding            value 'F'.
               88 ct-settle             value 'S'.
               88 ct-deny               value 'D'.
               88 ct-recovery           value 'R'.
           05 ct-claim-no           pic 9(7).
           05 ct-bol-no             pic 9(7).
           05 ct-amount             pic 9(9)v99.
           05 ct-cause              pic x(2).
               88 ct-cause-valid        value 'SH' 'DM' 'TL'
                                              'WD' 'CT'.
           05 ct-declared-value     pic 9(10)v99.
           05 ct-date               pic 9(8).

       fd claim-master label records are standard.
       01 claim-master-record.
           05 cc-claim-no           pic 9(7).
           05 cc-bol-no             pic 9(7).
           05 cc-open-date          pic 9(8).
           05 cc-company            pic x(20).
           05 cc-vessel             pic x(15).
           05 cc-voyage             pic x(6).
           05 cc-cargo              pic x(10).
           05 cc-cause              pic x(2).
           05 cc-status             pic x.
               88 cc-open               value 'O'.
               88 cc-surveyed           value 'V'.
               88 cc-settled            value 'S'.
               88 cc-denied             value 'D'.
           05 cc-claimed-amount     pic 9(9)v99.
           05 cc-declared-value     pic 9(10)v99.
           05 cc-surveyed-amount    pic 9(9)v99.
           05 cc-survey-date        pic 9(8).
           05 cc-settled-amount     pic 9(9)v99.
           05 cc-settle-date        pic 9(8).
           05 cc-recovered-amount   pic 9(9)v99.

       fd claim-seed-file label records are omitted.
       01 claim-seed-record.
           05 cs-next-claim         pic 9(7).

       fd bol-register label records are omitted.
       01 bol-register-record.
           05 br-bol-no         pic 9(7).
           05 filler            pic x.
           05 br-issue-date     pic 9(8).
           05 filler            pic x.
           05 br-company        pic x(20).
           05 filler            pic x.
           05 br-vessel         pic x(15).
           05 filler            pic x.
           05 br-cargo          pic x(10).
           05 filler            pic x.
           05 br-units          pic 9(6).
           05 filler            pic x.
           05 br-voyage         pic x(6).

       fd billing-file label records are omitted.
       01 billing-record.
            05 bl-company pic x(20).
            05 bl-cargo pic x(10).
            05 bl-units pic 9(6).
            05 bl-value pic 9(10)v99.
            05 bl-duty pic 9(8)v99.
            05 bl-currency pic x(3).
            05 bl-demurrage pic 9(7)v99.
            05 bl-insurance pic 9(8)v99.
            05 bl-company-id pic x(6).
            05 bl-voyage pic x(6).
            05 bl-bunker-pct pic s999v99 sign leading separate.
            05 bl-bunker pic s9(8)v99 sign leading separate.

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

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy PERDFD.

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 ct-file-status pic xx.
       01 cc-file-status pic xx.
       01 cs-file-status pic xx.
       01 br-file-status pic xx.
       01 bl-file-status pic xx.
       01 jr-file-status pic xx.
       01 cc-found-flag pic x value 'n'.
           88 cc-found value 'y'.

      *the B/L register in memory; a claim opens only against a
      *document we actually issued
       01 bol-table.
           05 bol-entry occurs 5000 times.
              10 bt-bol-no pic 9(7).
              10 bt-company pic x(20).
              10 bt-vessel pic x(15).
              10 bt-cargo pic x(10).
              10 bt-units pic 9(6).
              10 bt-voyage pic x(6).
       01 bol-count pic 9(4) value 0.
       01 bt-idx pic 9(4) value 0.
       01 bt-match-idx pic 9(4) value 0.
       01 bt-found-flag pic x value 'n'.
           88 bt-found value 'y'.

      *tonight's valued shipments, for the declared value
       01 billed-table.
           05 billed-entry occurs 2000 times.
              10 bd-company pic x(20).
              10 bd-cargo pic x(10).
              10 bd-units pic 9(6).
              10 bd-voyage pic x(6).
              10 bd-value pic 9(10)v99.
       01 billed-count pic 9(4) value 0.
       01 bd-idx pic 9(4) value 0.
       01 bd-match-idx pic 9(4) value 0.
       01 bd-found-flag pic x value 'n'.
           88 bd-found value 'y'.

      *net cost rolled up for the status report
       01 vessel-cost-table.
           05 vessel-cost-entry occurs 200 times.
              10 vc-vessel pic x(15).
              10 vc-claim-count pic 9(4) value 0.
              10 vc-net-cost pic s9(10)v99 value 0.
       01 vessel-cost-count pic 999 value 0.
       01 vc-idx pic 999 value 0.
       01 vc-match-idx pic 999 value 0.
       01 vc-found-flag pic x value 'n'.
           88 vc-found value 'y'.

       01 cargo-cost-table.
           05 cargo-cost-entry occurs 500 times.
              10 gc-cargo pic x(10).
              10 gc-claim-count pic 9(4) value 0.
              10 gc-net-cost pic s9(10)v99 value 0.
       01 cargo-cost-count pic 999 value 0.
       01 gc-idx pic 999 value 0.
       01 gc-match-idx pic 999 value 0.
       01 gc-found-flag pic x value 'n'.
           88 gc-found value 'y'.

       01 claim-number pic 9(7) value 1.
       01 net-claim-cost pic s9(10)v99 value 0.
       01 total-net-cost pic s9(11)v99 value 0.
       01 post-amount pic 9(9)v99 value 0.
       01 reject-reason pic x(28) value spaces.
       01 claims-opened-count pic 9(5) value 0.
       01 trans-applied-count pic 9(5) value 0.
       01 trans-rejected-count pic 9(5) value 0.
       01 run-debits-total pic 9(11)v99 value 0.
       01 run-credits-total pic 9(11)v99 value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy PERDWS.
       copy EXCPWS.

       01 line1-out.
           05 filler pic x(22) value spaces.
           05 filler pic x(34) value
               'Cargo Loss And Damage Claims'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(4) value 'Act'.
           05 filler pic x(9) value 'Claim'.
           05 filler pic x(9) value 'B/L'.
           05 filler pic x(16) value 'Vessel'.
           05 filler pic x(13) value '       Amount'.
           05 filler pic x(2) value spaces.
           05 filler pic x(26) value 'Disposition'.

       01 print-activity-out.
           05 filler            pic x(2) value spaces.
           05 act-action-out    pic x.
           05 filler            pic x(2) value spaces.
           05 act-claim-out     pic 9(7).
           05 filler            pic x(2) value spaces.
           05 act-bol-out       pic 9(7).
           05 filler            pic x(2) value spaces.
           05 act-vessel-out    pic x(15).
           05 filler            pic x(1) value spaces.
           05 act-amount-out    pic $zzz,zzz,zz9.99.
           05 filler            pic x(1) value spaces.
           05 act-disp-out      pic x(28).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(8) value 'Opened: '.
           05 opened-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value 'Applied: '.
           05 applied-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value 'Rejected: '.
           05 rejected-count-out pic zzzz9.

       01 posting-line-out.
           05 filler                pic x(1) value spaces.
           05 filler                pic x(8) value 'Debits: '.
           05 posting-debits-out    pic $zzz,zzz,zz9.99.
           05 filler                pic x(4) value spaces.
           05 filler                pic x(9) value 'Credits: '.
           05 posting-credits-out   pic $zzz,zzz,zz9.99.
           05 filler                pic x(2) value spaces.
           05 posting-balance-out   pic x(16).

       01 status-heading-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(20) value 'Claims Status Report'.

       01 status-columns-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(8) value 'Claim'.
           05 filler pic x(11) value 'Cargo'.
           05 filler pic x(3) value 'Cs'.
           05 filler pic x(11) value '    Claimed'.
           05 filler pic x(11) value '   Surveyed'.
           05 filler pic x(11) value '    Settled'.
           05 filler pic x(11) value '  Recovered'.
           05 filler pic x(12) value '   Net Cost'.

       01 print-claim-out.
           05 filler            pic x(1) value spaces.
           05 clm-no-out        pic 9(7).
           05 filler            pic x(1) value spaces.
           05 clm-cargo-out     pic x(10).
           05 filler            pic x(1) value spaces.
           05 clm-cause-out     pic x(2).
           05 clm-claimed-out   pic zzz,zz9.99.
           05 filler            pic x(1) value spaces.
           05 clm-surveyed-out  pic zzz,zz9.99.
           05 filler            pic x(1) value spaces.
           05 clm-settled-out   pic zzz,zz9.99.
           05 filler            pic x(1) value spaces.
           05 clm-recovered-out pic zzz,zz9.99.
           05 filler            pic x(1) value spaces.
           05 clm-net-out       pic zzz,zz9.99-.
           05 filler            pic x(1) value spaces.
           05 clm-status-out    pic x.

       01 vessel-heading-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(25) value 'Net Claim Cost by Vessel'.

       01 cargo-heading-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(24) value 'Net Claim Cost by Cargo'.

       01 rollup-line-out.
           05 filler            pic x(3) value spaces.
           05 rol-key-out       pic x(15).
           05 filler            pic x(2) value spaces.
           05 rol-count-out     pic zzz9.
           05 filler            pic x(8) value ' claims '.
           05 rol-net-out       pic $z,zzz,zzz,zz9.99-.

       01 total-line-out.
           05 filler            pic x(3) value spaces.
           05 filler            pic x(21) value
               'Total Net Claim Cost '.
           05 filler            pic x(8) value spaces.
           05 tot-net-out       pic $z,zzz,zzz,zz9.99-.

       procedure division.
       100-main.
      *> only a missing file (status 35) gets the create-and-reopen
      *> fallback -- the claim master carries every open claim
           open i-o claim-master.
           if cc-file-status = '35'
               open output claim-master
               close claim-master
               open i-o claim-master
           end-if.
           if cc-file-status not = '00'
               display 'CLAIM-MASTER FAILED TO OPEN, STATUS '
                   cc-file-status
               stop run
           end-if.
           perform 110-read-claim-seed.
           open output file-out.
           perform 8900-open-exception-log.
           move 'SHIPCLAIM   ' to excp-this-job.

           move 'CARGO CLAIMS        ' to banner-job-name.
           move 'KC0001' to banner-batch-id.
           perform 8000-print-banner-page.

      *        no settlement posts into a closed accounting period
           perform 8700-load-periods.
           move banner-run-date-ccyymmdd to perd-check-date.
           perform 8710-find-open-period.
           if not perd-period-ok
               display 'POSTING REFUSED: ' perd-refusal-text
               close claim-master
               close file-out
               perform 8030-close-report-capture
               close exception-log
               move 8 to return-code
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

           perform 120-load-bol-register.
           perform 130-load-billing.
           perform 300-apply-transactions.

           move claims-opened-count to opened-count-out.
           move trans-applied-count to applied-count-out.
           move trans-rejected-count to rejected-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move run-debits-total to posting-debits-out.
           move run-credits-total to posting-credits-out.
           if run-debits-total = run-credits-total
               move 'IN BALANCE      ' to posting-balance-out
           else
               move '** OUT OF BAL **' to posting-balance-out
           end-if.
           write record-out from posting-line-out
               after advancing 1 line.
           perform 8020-capture-line.

           perform 600-print-claim-status.

           perform 900-rewrite-claim-seed.
           close claim-master.
           close journal-file.
           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

       110-read-claim-seed.
           open input claim-seed-file.
           if cs-file-status = '00'
               read claim-seed-file
                   at end move 1 to claim-number
                   not at end move cs-next-claim to claim-number
               end-read
           end-if.
           close claim-seed-file.

       900-rewrite-claim-seed.
           open output claim-seed-file.
           move claim-number to cs-next-claim.
           write claim-seed-record.
           close claim-seed-file.

       120-load-bol-register.
           open input bol-register.
           if br-file-status not = '00'
               display 'BOL-REGISTER FAILED TO OPEN, STATUS '
                   br-file-status
               stop run
           end-if.
           read bol-register at end move 'n' to more-records.
           perform 125-load-one-bol until more-records = 'n'.
           close bol-register.
           move 'y' to more-records.

       125-load-one-bol.
           if bol-count >= 5000
               display 'BOL TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to bol-count.
           move br-bol-no to bt-bol-no (bol-count).
           move br-company to bt-company (bol-count).
           move br-vessel to bt-vessel (bol-count).
           move br-cargo to bt-cargo (bol-count).
           move br-units to bt-units (bol-count).
           move br-voyage to bt-voyage (bol-count).
           read bol-register at end move 'n' to more-records.

      *    the control trailer carries no shipment and is skipped
       130-load-billing.
           open input billing-file.
           if bl-file-status = '00'
               read billing-file at end move 'n' to more-records
               end-read
               perform 135-load-one-billing until more-records = 'n'
           end-if.
           close billing-file.
           move 'y' to more-records.

       135-load-one-billing.
           if billing-record (1:8) not = 'TRAILER9'
               if billed-count >= 2000
                   display 'BILLING TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to billed-count
               move bl-company to bd-company (billed-count)
               move bl-cargo to bd-cargo (billed-count)
               move bl-units to bd-units (billed-count)
               move bl-voyage to bd-voyage (billed-count)
               move bl-value to bd-value (billed-count)
           end-if.
           read billing-file at end move 'n' to more-records.

       300-apply-transactions.
           open input tran-file.
           if ct-file-status = '00'
               read tran-file at end move 'n' to more-records
               end-read
               perform 310-apply-one-transaction
                   until more-records = 'n'
           end-if.
           close tran-file.
           move 'y' to more-records.

       310-apply-one-transaction.
           if ct-open
               perform 400-open-one-claim
           else
               perform 320-read-claim
               evaluate true
                   when not cc-found
                       move 'REJECTED - UNKNOWN CLAIM'
                           to reject-reason
                       perform 500-reject-transaction
                   when ct-finding
                       perform 420-post-finding
                   when ct-settle
                       perform 440-settle-claim
                   when ct-deny
                       perform 460-deny-claim
                   when ct-recovery
                       perform 480-post-recovery
                   when other
                       move 'REJECTED - BAD ACTION' to reject-reason
                       perform 500-reject-transaction
               end-evaluate
           end-if.
           read tran-file at end move 'n' to more-records.

       320-read-claim.
           move ct-claim-no to cc-claim-no.
           read claim-master
               invalid key
                   move 'n' to cc-found-flag
               not invalid key
                   move 'y' to cc-found-flag
           end-read.

      *    the B/L supplies everything but the amounts; the
      *    declared value is what the value report billed for that
      *    very shipment when it is still on SHIPBILL
       400-open-one-claim.
           move 'n' to bt-found-flag.
           perform 405-scan-one-bol
               varying bt-idx from 1 by 1
               until bt-idx > bol-count or bt-found.
           move 'n' to bd-found-flag.
           if bt-found
               perform 407-scan-one-billed
                   varying bd-idx from 1 by 1
                   until bd-idx > billed-count or bd-found
           end-if.
           evaluate true
               when not bt-found
                   move 'REJECTED - B/L NOT ON BOLREG'
                       to reject-reason
                   perform 500-reject-transaction
               when not ct-cause-valid
                   move 'REJECTED - BAD CAUSE CODE' to reject-reason
                   perform 500-reject-transaction
               when ct-amount = 0
                   move 'REJECTED - NO AMOUNT CLAIMED'
                       to reject-reason
                   perform 500-reject-transaction
               when not bd-found and ct-declared-value = 0
                   move 'REJECTED - NO DECLARED VALUE'
                       to reject-reason
                   perform 500-reject-transaction
               when other
                   move claim-number to cc-claim-no
                   move ct-bol-no to cc-bol-no
                   if ct-date > 0
                       move ct-date to cc-open-date
                   else
                       move banner-run-date-ccyymmdd to cc-open-date
                   end-if
                   move bt-company (bt-match-idx) to cc-company
                   move bt-vessel (bt-match-idx) to cc-vessel
                   move bt-voyage (bt-match-idx) to cc-voyage
                   move bt-cargo (bt-match-idx) to cc-cargo
                   move ct-cause to cc-cause
                   move 'O' to cc-status
                   move ct-amount to cc-claimed-amount
                   if bd-found
                       move bd-value (bd-match-idx)
                           to cc-declared-value
                   else
                       move ct-declared-value to cc-declared-value
                   end-if
                   move 0 to cc-surveyed-amount
                   move 0 to cc-survey-date
                   move 0 to cc-settled-amount
                   move 0 to cc-settle-date
                   move 0 to cc-recovered-amount
                   write claim-master-record
                       invalid key
                           display 'CLAIM-MASTER WRITE FAILED, STATUS '
                               cc-file-status
                           stop run
                   end-write
                   add 1 to claim-number
                   add 1 to claims-opened-count
                   move cc-claim-no to act-claim-out
                   move cc-claimed-amount to act-amount-out
                   move 'OPENED' to act-disp-out
                   perform 510-print-activity-line
           end-evaluate.

       405-scan-one-bol.
           if bt-bol-no (bt-idx) = ct-bol-no
               move 'y' to bt-found-flag
               move bt-idx to bt-match-idx
           end-if.

       407-scan-one-billed.
           if bd-voyage (bd-idx) = bt-voyage (bt-match-idx)
               and bd-cargo (bd-idx) = bt-cargo (bt-match-idx)
               and bd-units (bd-idx) = bt-units (bt-match-idx)
               and bd-company (bd-idx) = bt-company (bt-match-idx)
               move 'y' to bd-found-flag
               move bd-idx to bd-match-idx
           end-if.

      *    a later survey replaces an earlier one
       420-post-finding.
           if not cc-open and not cc-surveyed
               move 'REJECTED - CLAIM NOT OPEN' to reject-reason
               perform 500-reject-transaction
           else
               move ct-amount to cc-surveyed-amount
               if ct-date > 0
                   move ct-date to cc-survey-date
               else
                   move banner-run-date-ccyymmdd to cc-survey-date
               end-if
               if ct-cause-valid
                   move ct-cause to cc-cause
               end-if
               move 'V' to cc-status
               rewrite claim-master-record
               add 1 to trans-applied-count
               move ct-amount to act-amount-out
               move 'SURVEY POSTED' to act-disp-out
               perform 510-print-activity-line
           end-if.

       440-settle-claim.
           evaluate true
               when not cc-open and not cc-surveyed
                   move 'REJECTED - CLAIM NOT OPEN' to reject-reason
                   perform 500-reject-transaction
               when ct-amount > cc-declared-value
                   move 'REJECTED - OVER DECLARED VALUE'
                       to reject-reason
                   perform 500-reject-transaction
               when other
                   move ct-amount to cc-settled-amount
                   perform 470-stamp-settle-date
                   move 'S' to cc-status
                   rewrite claim-master-record
                   add 1 to trans-applied-count
                   if ct-amount > 0
                       move ct-amount to post-amount
                       move '5850' to jr-account
                       move 'CARGO CLAIMS EXPENSE' to jr-account-desc
                       move 'DR' to jr-dr-cr
                       perform 925-write-one-journal-line
                       move '2750' to jr-account
                       move 'CARGO CLAIMS PAYABLE' to jr-account-desc
                       move 'CR' to jr-dr-cr
                       perform 925-write-one-journal-line
                   end-if
                   move ct-amount to act-amount-out
                   move 'SETTLED' to act-disp-out
                   perform 510-print-activity-line
           end-evaluate.

       460-deny-claim.
           if not cc-open and not cc-surveyed
               move 'REJECTED - CLAIM NOT OPEN' to reject-reason
               perform 500-reject-transaction
           else
               move 0 to cc-settled-amount
               perform 470-stamp-settle-date
               move 'D' to cc-status
               rewrite claim-master-record
               add 1 to trans-applied-count
               move 0 to act-amount-out
               move 'DENIED' to act-disp-out
               perform 510-print-activity-line
           end-if.

       470-stamp-settle-date.
           if ct-date > 0
               move ct-date to cc-settle-date
           else
               move banner-run-date-ccyymmdd to cc-settle-date
           end-if.

       480-post-recovery.
           evaluate true
               when not cc-settled
                   move 'REJECTED - NOT SETTLED' to reject-reason
                   perform 500-reject-transaction
               when ct-amount = 0
                   or cc-recovered-amount + ct-amount
                       > cc-settled-amount
                   move 'REJECTED - OVER SETTLEMENT' to reject-reason
                   perform 500-reject-transaction
               when other
                   add ct-amount to cc-recovered-amount
                   rewrite claim-master-record
                   add 1 to trans-applied-count
                   move ct-amount to post-amount
                   move '1270' to jr-account
                   move 'MARINE INS RECEIVBL ' to jr-account-desc
                   move 'DR' to jr-dr-cr
                   perform 925-write-one-journal-line
                   move '5850' to jr-account
                   move 'CARGO CLAIMS EXPENSE' to jr-account-desc
                   move 'CR' to jr-dr-cr
                   perform 925-write-one-journal-line
                   move ct-amount to act-amount-out
                   move 'INSURER RECOVERY POSTED' to act-disp-out
                   perform 510-print-activity-line
           end-evaluate.

       500-reject-transaction.
           if ct-open
               move 0 to act-claim-out
           end-if.
           move ct-amount to act-amount-out.
           move reject-reason to act-disp-out.
           perform 510-print-activity-line.
           add 1 to trans-rejected-count.
           move 'CGOC' to excp-reason-code.
           move 'cargo claim transaction rejected'
               to excp-reason-text.
           move tran-record to excp-record-image.
           perform 9000-log-exception.

       510-print-activity-line.
           move ct-action to act-action-out.
           if ct-open
               move ct-bol-no to act-bol-out
               if bt-found
                   move bt-vessel (bt-match-idx) to act-vessel-out
               else
                   move spaces to act-vessel-out
               end-if
           else
               move ct-claim-no to act-claim-out
               if cc-found
                   move cc-bol-no to act-bol-out
                   move cc-vessel to act-vessel-out
               else
                   move 0 to act-bol-out
                   move spaces to act-vessel-out
               end-if
           end-if.
           write record-out from print-activity-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       925-write-one-journal-line.
           move banner-run-date-ccyymmdd to jr-run-date.
           move perd-open-period to jr-period.
           move post-amount to jr-amount.
           if jr-dr-cr = 'DR'
               add jr-amount to run-debits-total
           else
               add jr-amount to run-credits-total
           end-if.
           write journal-record.

      *one line per claim on file; net cost is what was paid out
      *less what the insurer gave back, nothing until settled
       600-print-claim-status.
           write record-out from status-heading-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from status-columns-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.
           move 0 to cc-claim-no.
           start claim-master key not < cc-claim-no
               invalid key move 'n' to more-records
           end-start.
           if more-records = 'y'
               read claim-master next record
                   at end move 'n' to more-records
               end-read
           end-if.
           perform 610-print-one-claim until more-records = 'n'.
           move 'y' to more-records.

           write record-out from vessel-heading-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 650-print-one-vessel-cost
               varying vc-idx from 1 by 1
               until vc-idx > vessel-cost-count.

           write record-out from cargo-heading-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 660-print-one-cargo-cost
               varying gc-idx from 1 by 1
               until gc-idx > cargo-cost-count.

           move total-net-cost to tot-net-out.
           write record-out from total-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

       610-print-one-claim.
           compute net-claim-cost =
               cc-settled-amount - cc-recovered-amount.
           add net-claim-cost to total-net-cost.
           move cc-claim-no to clm-no-out.
           move cc-cargo to clm-cargo-out.
           move cc-cause to clm-cause-out.
           move cc-claimed-amount to clm-claimed-out.
           move cc-surveyed-amount to clm-surveyed-out.
           move cc-settled-amount to clm-settled-out.
           move cc-recovered-amount to clm-recovered-out.
           move net-claim-cost to clm-net-out.
           move cc-status to clm-status-out.
           write record-out from print-claim-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 620-accumulate-vessel.
           perform 630-accumulate-cargo.
           read claim-master next record
               at end move 'n' to more-records
           end-read.

       620-accumulate-vessel.
           move 'n' to vc-found-flag.
           perform 625-scan-one-vessel-cost
               varying vc-idx from 1 by 1
               until vc-idx > vessel-cost-count or vc-found.
           if not vc-found
               if vessel-cost-count >= 200
                   display 'VESSEL COST TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to vessel-cost-count
               move vessel-cost-count to vc-match-idx
               move cc-vessel to vc-vessel (vc-match-idx)
           end-if.
           add 1 to vc-claim-count (vc-match-idx).
           add net-claim-cost to vc-net-cost (vc-match-idx).

       625-scan-one-vessel-cost.
           if vc-vessel (vc-idx) = cc-vessel
               move 'y' to vc-found-flag
               move vc-idx to vc-match-idx
           end-if.

       630-accumulate-cargo.
           move 'n' to gc-found-flag.
           perform 635-scan-one-cargo-cost
               varying gc-idx from 1 by 1
               until gc-idx > cargo-cost-count or gc-found.
           if not gc-found
               if cargo-cost-count >= 500
                   display 'CARGO COST TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to cargo-cost-count
               move cargo-cost-count to gc-match-idx
               move cc-cargo to gc-cargo (gc-match-idx)
           end-if.
           add 1 to gc-claim-count (gc-match-idx).
           add net-claim-cost to gc-net-cost (gc-match-idx).

       635-scan-one-cargo-cost.
           if gc-cargo (gc-idx) = cc-cargo
               move 'y' to gc-found-flag
               move gc-idx to gc-match-idx
           end-if.

       650-print-one-vessel-cost.
           move vc-vessel (vc-idx) to rol-key-out.
           move vc-claim-count (vc-idx) to rol-count-out.
           move vc-net-cost (vc-idx) to rol-net-out.
           write record-out from rollup-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       660-print-one-cargo-cost.
           move gc-cargo (gc-idx) to rol-key-out.
           move gc-claim-count (gc-idx) to rol-count-out.
           move gc-net-cost (gc-idx) to rol-net-out.
           write record-out from rollup-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy PERDPR.

       copy EXCPPR.

       end program shipclaim.
