      *Bad-debt write-off and collection-agency placement
      *
      *crpayments.cbl ages CRAROPEN and sets the CRHD do-not-rent
      *block, crnotices.cbl mails the collection letters, and after
      *that an item 180 days gone just sat on the aging forever,
      *overstating receivables.  This monthly job is the next step:
      *
      *  - every open item aged past the write-off age, and every
      *    item named on an 'A' approval transaction on WOTRAN
      *    (customer-id, agreement number, zero for all of the
      *    customer's items), comes off CRAROPEN and onto the
      *    CRPLACED placed-for-collection file with its placement
      *    date and the agency it went to, and is written to the
      *    CRAGYOUT outbound file the agency loads;
      *  - the write-off posts bad-debt expense debited and
      *    receivables credited;
      *  - an 'R' recovery transaction (customer, agreement, gross
      *    collected, agency commission) pays down the customer's
      *    placed items oldest-first and reverses the expense by
      *    what the shop actually receives, net of the commission;
      *  - an 'S' settlement transaction closes whatever the agency
      *    agreed to settle the customer's placed debt for; what
      *    wasn't recovered stays expensed.
      *
      *The customer keeps the CUSTMAST do-not-rent block while any
      *placed debt is outstanding -- a placement sets it (reason
      *COLL) when the customer isn't blocked already -- and the
      *block comes off only when the last placed item is settled,
      *and only if it is a collections block (CRHD or COLL), so a
      *hand-keyed block reason is never lifted here.  Every
      *CUSTMAST change is journaled to MFJRNL.
      *
      *CRAROPEN is rewritten with the same proven generation swap
      *crpayments.cbl and cradjust.cbl run.  Entries go to JRNLFILE
      *under the open APERIODS period.  A recovery or settlement
      *for a customer with nothing placed, a recovery bigger than
      *what is still placed, a commission bigger than the gross, an
      *approval naming no open item, or a bad action code is
      *rejected to the report and the shared exception log.
      *
      *The write-off age is read from PARMMAST (CRWRITEOFF /
      *WRITE-OFF-AGE-DAYS) at start-up through the shared PARM
      *copybooks; the value in force prints under the banner.
       identification division.
       program-id. crwriteoff.
       environment division.
       input-output section.

       file-control.
      *> optional: a month with no approvals or recoveries
           select optional tran-file assign to "WOTRAN"
                 organization is line sequential
                 file status is wt-file-status.

      *> optional: the very first run has no open-receivables file
           select optional open-items-file assign to "CRAROPEN"
                 organization is line sequential
                 file status is oi-file-status.
      *> the new generation, proven before it takes the live name
      *> -- the same swap crpayments.cbl runs on this file
           select open-items-new-file assign to "CRAROPENN"
                 organization is line sequential
                 file status is on-file-status.
      *> the prior generation, kept until the next successful run
           select open-items-prior-file assign to "CRAROPENP"
                 organization is line sequential.

      *> placed-for-collection items, carried across runs
           select optional placed-file assign to "CRPLACED"
                 organization is line sequential
                 file status is pl-file-status.

      *> tonight's placements, for the collection agency
           select agency-file assign to "CRAGYOUT"
                 organization is line sequential
                 file status is ag-file-status.

           select customer-master assign to "CUSTMAST"
                 organization is indexed
                 access mode is random
                 record key is cm-customer-id
                 file status is cm-file-status.

      *> write-off and recovery entries appended to the journal
           select journal-file assign to "JRNLFILE"
                 organization is line sequential
                 file status is jr-file-status.

           select file-out assign to printer, "con".

           copy JRNLSEL.

           copy EXCPSEL.

           copy PERDSEL.

           copy RPTSEL.

           copy PARMSEL.

       data division.
       file section.
       fd tran-file label records are omitted.
       01 tran-record.
           05 wt-action             pic x.
               88 wt-approve            value 'A'.
               88 wt-recovery           value 'R'.
               88 wt-settle             value 'S'.
           05 wt-customer-id        pic x(6).
           05 wt-agreement-no       pic 9(7).
           05 wt-agency-code        pic x(4).
           05 wt-gross-amount       pic 9(7)v99.
           05 wt-commission         pic 9(7)v99.

       fd open-items-file label records are omitted.
       01 open-items-record.
           05 ar-customer-id        pic x(6).
           05 ar-customer-name      pic x(20).
           05 ar-bill-date          pic 9(8).
           05 ar-amount-open        pic 9(8)v99.
           05 ar-agreement-no       pic 9(7).

       fd open-items-new-file label records are omitted.
       01 open-items-new-record    pic x(51).

       fd open-items-prior-file label records are omitted.
       01 open-items-prior-record  pic x(51).

       fd placed-file label records are omitted.
       01 placed-record.
           05 pl-customer-id        pic x(6).
           05 pl-customer-name      pic x(20).
           05 pl-bill-date          pic 9(8).
           05 pl-agreement-no       pic 9(7).
           05 pl-amount-placed      pic 9(8)v99.
           05 pl-amount-recovered   pic 9(8)v99.
           05 pl-placement-date     pic 9(8).
           05 pl-agency-code        pic x(4).
           05 pl-status             pic x.

       fd agency-file label records are omitted.
       01 agency-record.
           05 ao-agency-code        pic x(4).
           05 filler                pic x.
           05 ao-customer-id        pic x(6).
           05 filler                pic x.
           05 ao-customer-name      pic x(20).
           05 filler                pic x.
           05 ao-addr-line          pic x(25).
           05 filler                pic x.
           05 ao-city               pic x(15).
           05 filler                pic x.
           05 ao-state              pic x(2).
           05 filler                pic x.
           05 ao-zip                pic x(5).
           05 filler                pic x.
           05 ao-agreement-no       pic 9(7).
           05 filler                pic x.
           05 ao-bill-date          pic 9(8).
           05 filler                pic x.
           05 ao-amount             pic 9(8)v99.
           05 filler                pic x.
           05 ao-placement-date     pic 9(8).

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

       copy JRNLFD.

       copy EXCPFD.

       copy PERDFD.

       copy RPTFD.

       copy PARMFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 wt-file-status pic xx.
       01 oi-file-status pic xx.
       01 on-file-status pic xx.
       01 pl-file-status pic xx.
       01 ag-file-status pic xx.
       01 cm-file-status pic xx.
       01 jr-file-status pic xx.

      *an item this old is written off without an approval, and
      *goes to the shop's standing agency (the age is a shop
      *parameter, compiled-in value first)
       01 write-off-age-days pic 9(3) value 180.
       01 default-agency-code pic x(4) value 'CA01'.

      *every open item carried on CRAROPEN, loaded and rewritten
      *the same way crpayments.cbl carries them
       01 open-item-table.
           05 open-item-entry occurs 500 times.
               10 oi-customer-id    pic x(6).
               10 oi-customer-name  pic x(20).
               10 oi-bill-date      pic 9(8).
               10 oi-amount-open    pic 9(8)v99.
               10 oi-agreement-no   pic 9(7).
       01 open-item-count pic 999 value 0.
       01 item-idx pic 999 value 0.

      *every placed item, carried and added to tonight
       01 placed-table.
           05 placed-entry occurs 500 times.
               10 pc-customer-id    pic x(6).
               10 pc-customer-name  pic x(20).
               10 pc-bill-date      pic 9(8).
               10 pc-agreement-no   pic 9(7).
               10 pc-amount-placed  pic 9(8)v99.
               10 pc-amount-recovered pic 9(8)v99.
               10 pc-placement-date pic 9(8).
               10 pc-agency-code    pic x(4).
               10 pc-status         pic x.
                   88 pc-open           value 'O'.
                   88 pc-settled        value 'S'.
       01 placed-count pic 999 value 0.
       01 pc-idx pic 999 value 0.
       01 oldest-idx pic 999 value 0.
       01 oldest-date pic 9(8) value 0.

       01 placing-agency-code pic x(4) value spaces.
       01 approval-hit-flag pic x value 'n'.
           88 approval-hit value 'y'.
       01 customer-placed-left pic 9(9)v99 value 0.
       01 placed-item-left pic 9(8)v99 value 0.
       01 recovery-left pic 9(8)v99 value 0.
       01 net-recovery pic 9(8)v99 value 0.
       01 cm-found-flag pic x value 'n'.
           88 cm-found value 'y'.

      *age of an open item in 30/360 convention days, the same
      *arithmetic the payments run ages with
       01 item-age-days pic s9(5) value 0.
       01 bill-date-split.
           05 bill-yyyy pic 9(4).
           05 bill-mm   pic 9(2).
           05 bill-dd   pic 9(2).

       01 write-off-total pic 9(9)v99 value 0.
       01 recovery-total pic 9(9)v99 value 0.
       01 items-placed-count pic 9(5) value 0.
       01 recoveries-count pic 9(5) value 0.
       01 settled-count pic 9(5) value 0.
       01 rejected-count pic 9(5) value 0.
       01 run-debits-total pic 9(11)v99 value 0.
       01 run-credits-total pic 9(11)v99 value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy JRNLWS.
       copy TRLRWS.
       copy PERDWS.
       copy PARMWS.

       01 hash-amount-num pic 9(12) value 0.

       01 line1-out.
           05 filler pic x(18) value spaces.
           05 filler pic x(44) value
               'Bad-Debt Write-Off And Collection Placement'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(8) value 'Customer'.
           05 filler pic x(2) value spaces.
           05 filler pic x(7) value 'Agreemt'.
           05 filler pic x(2) value spaces.
           05 filler pic x(8) value 'Billed  '.
           05 filler pic x(8) value spaces.
           05 filler pic x(6) value 'Amount'.
           05 filler pic x(2) value spaces.
           05 filler pic x(6) value 'Agency'.
           05 filler pic x(2) value spaces.
           05 filler pic x(11) value 'Disposition'.

       01 print-activity-out.
           05 filler                pic x(1) value spaces.
           05 act-customer-out      pic x(6).
           05 filler                pic x(4) value spaces.
           05 act-agreement-out     pic 9(7).
           05 filler                pic x(2) value spaces.
           05 act-date-out          pic 9(8).
           05 filler                pic x(2) value spaces.
           05 act-amount-out        pic $zzz,zz9.99.
           05 filler                pic x(2) value spaces.
           05 act-agency-out        pic x(4).
           05 filler                pic x(4) value spaces.
           05 act-disp-out          pic x(26).

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
           05 filler pic x(8) value 'Placed: '.
           05 placed-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(12) value 'Recoveries: '.
           05 recoveries-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value 'Settled: '.
           05 settled-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value 'Rejected: '.
           05 rejected-count-out pic zzzz9.

       01 summary-amount-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(12) value 'Written Off:'.
           05 write-off-total-out pic $z,zzz,zz9.99.
           05 filler pic x(4) value spaces.
           05 filler pic x(15) value 'Net Recovered: '.
           05 recovery-total-out pic $z,zzz,zz9.99.

       procedure division.
       100-main.
           open output file-out.
           perform 050-load-parameters.
           open i-o customer-master.
           if cm-file-status not = '00'
               display 'CUSTOMER-MASTER FAILED TO OPEN, STATUS '
                   cm-file-status
               stop run
           end-if.
           perform 8900-open-exception-log.
           move 'CRWRITEOFF  ' to excp-this-job.
           perform 9800-open-master-journal.
           move 'CUSTMAST' to mj-this-file.

           move 'BAD-DEBT WRITE-OFF  ' to banner-job-name.
           move 'WO0001' to banner-batch-id.
           perform 8000-print-banner-page.
           perform 8650-print-parameters.

      *        no entry posts into a closed accounting period
           perform 8700-load-periods.
           move banner-run-date-ccyymmdd to perd-check-date.
           perform 8710-find-open-period.
           if not perd-period-ok
               display 'POSTING REFUSED: ' perd-refusal-text
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
           open output agency-file.
           move spaces to agency-record.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 110-load-open-items.
           perform 130-load-placed-items.

           open input tran-file.
           if wt-file-status = '00'
               read tran-file at end move 'n' to more-records
               end-read
               perform 200-process-transaction
                   until more-records = 'n'
           end-if.
           close tran-file.
           move 'y' to more-records.

           move default-agency-code to placing-agency-code.
           perform 300-place-aged-item
               varying item-idx from 1 by 1
               until item-idx > open-item-count.

           perform 500-rewrite-open-items.
           perform 550-rewrite-placed-items.
           perform 900-write-journal.

           move items-placed-count to placed-count-out.
           move recoveries-count to recoveries-count-out.
           move settled-count to settled-count-out.
           move rejected-count to rejected-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move write-off-total to write-off-total-out.
           move recovery-total to recovery-total-out.
           write record-out from summary-amount-out
               after advancing 1 line.
           perform 8020-capture-line.

           close agency-file.
           close customer-master.
           close journal-file.
           close master-journal.
           close exception-log.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

       050-load-parameters.
           perform 8600-open-parameters.
           move 'CRWRITEOFF' to parm-lookup-program.
           move 'WRITE-OFF-AGE-DAYS' to parm-lookup-name.
           move write-off-age-days to parm-value.
           perform 8610-get-parameter.
           move parm-value to write-off-age-days.
           perform 8690-close-parameters.

       110-load-open-items.
           open input open-items-file.
           if oi-file-status = '00'
               read open-items-file
                   at end move 'n' to more-records
               end-read
               perform 115-load-one-open-item
                   until more-records = 'n'
           end-if.
           close open-items-file.
           move 'y' to more-records.

      *    CRAROPEN closes with the shop-standard trailer; trailer
      *    records are the balance proof, not items
       115-load-one-open-item.
           if open-items-record (1:8) = 'TRAILER9'
               read open-items-file
                   at end move 'n' to more-records
               end-read
           else
               perform 117-file-one-open-item
           end-if.

       117-file-one-open-item.
           if open-item-count >= 500
               display 'OPEN-ITEM TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to open-item-count.
           move ar-customer-id
               to oi-customer-id (open-item-count).
           move ar-customer-name
               to oi-customer-name (open-item-count).
           move ar-bill-date to oi-bill-date (open-item-count).
           move ar-amount-open to oi-amount-open (open-item-count).
           move ar-agreement-no
               to oi-agreement-no (open-item-count).
           read open-items-file at end move 'n' to more-records.

       130-load-placed-items.
           open input placed-file.
           if pl-file-status = '00'
               read placed-file
                   at end move 'n' to more-records
               end-read
               perform 135-load-one-placed-item
                   until more-records = 'n'
           end-if.
           close placed-file.
           move 'y' to more-records.

       135-load-one-placed-item.
           perform 140-check-placed-room.
           add 1 to placed-count.
           move pl-customer-id to pc-customer-id (placed-count).
           move pl-customer-name to pc-customer-name (placed-count).
           move pl-bill-date to pc-bill-date (placed-count).
           move pl-agreement-no to pc-agreement-no (placed-count).
           move pl-amount-placed to pc-amount-placed (placed-count).
           move pl-amount-recovered
               to pc-amount-recovered (placed-count).
           move pl-placement-date
               to pc-placement-date (placed-count).
           move pl-agency-code to pc-agency-code (placed-count).
           move pl-status to pc-status (placed-count).
           read placed-file
               at end move 'n' to more-records
           end-read.

       140-check-placed-room.
           if placed-count >= 500
               display 'PLACED TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.

       200-process-transaction.
           evaluate true
               when wt-approve
                   perform 210-apply-approval
               when wt-recovery
                   perform 220-apply-recovery
               when wt-settle
                   perform 240-apply-settlement
               when other
                   move 'ACTN' to excp-reason-code
                   move 'write-off transaction bad action code'
                       to excp-reason-text
                   perform 400-reject-transaction
           end-evaluate.
           read tran-file at end move 'n' to more-records.

      *an approval places the named agreement, or every item the
      *customer owes when the agreement number is zero, whatever
      *its age
       210-apply-approval.
           move 'n' to approval-hit-flag.
           if wt-agency-code = spaces
               move default-agency-code to placing-agency-code
           else
               move wt-agency-code to placing-agency-code
           end-if.
           perform 215-approve-one-item
               varying item-idx from 1 by 1
               until item-idx > open-item-count.
           if not approval-hit
               move 'NOOI' to excp-reason-code
               move 'write-off approval names no open item'
                   to excp-reason-text
               perform 400-reject-transaction
           end-if.

       215-approve-one-item.
           if oi-customer-id (item-idx) = wt-customer-id
               and oi-amount-open (item-idx) > 0
               and (wt-agreement-no = 0
                   or oi-agreement-no (item-idx) = wt-agreement-no)
               move 'y' to approval-hit-flag
               move 'PLACED - APPROVED' to act-disp-out
               perform 350-place-one-item
           end-if.

      *a recovery pays down the customer's placed items oldest
      *first; the shop's share is the gross less the commission
       220-apply-recovery.
           perform 260-total-customer-placed.
           evaluate true
               when customer-placed-left = 0
                   move 'NOPL' to excp-reason-code
                   move 'recovery for customer with nothing placed'
                       to excp-reason-text
                   perform 400-reject-transaction
               when wt-gross-amount > customer-placed-left
                   move 'OVRC' to excp-reason-code
                   move 'recovery exceeds placed balance'
                       to excp-reason-text
                   perform 400-reject-transaction
               when wt-commission > wt-gross-amount
                   move 'COMM' to excp-reason-code
                   move 'agency commission exceeds gross'
                       to excp-reason-text
                   perform 400-reject-transaction
               when other
                   move wt-gross-amount to recovery-left
                   perform 225-find-oldest-placed
                   perform 230-pay-oldest-placed
                       until recovery-left = 0 or oldest-idx = 0
                   compute net-recovery =
                       wt-gross-amount - wt-commission
                   add net-recovery to recovery-total
                   add 1 to recoveries-count
                   move wt-customer-id to act-customer-out
                   move wt-agreement-no to act-agreement-out
                   move banner-run-date-ccyymmdd to act-date-out
                   move net-recovery to act-amount-out
                   move wt-agency-code to act-agency-out
                   move 'RECOVERED - NET OF COMM' to act-disp-out
                   perform 250-print-activity-line
                   perform 270-lift-block-if-settled
           end-evaluate.

       225-find-oldest-placed.
           move 0 to oldest-idx.
           move 99999999 to oldest-date.
           perform 226-scan-one-placed
               varying pc-idx from 1 by 1
               until pc-idx > placed-count.

       226-scan-one-placed.
           if pc-customer-id (pc-idx) = wt-customer-id
               and pc-open (pc-idx)
               and pc-bill-date (pc-idx) < oldest-date
               move pc-bill-date (pc-idx) to oldest-date
               move pc-idx to oldest-idx
           end-if.

       230-pay-oldest-placed.
           compute placed-item-left =
               pc-amount-placed (oldest-idx)
               - pc-amount-recovered (oldest-idx).
           if placed-item-left > recovery-left
               add recovery-left to pc-amount-recovered (oldest-idx)
               move 0 to recovery-left
           else
               subtract placed-item-left from recovery-left
               move pc-amount-placed (oldest-idx)
                   to pc-amount-recovered (oldest-idx)
               move 'S' to pc-status (oldest-idx)
           end-if.
           perform 225-find-oldest-placed.

      *the agency settled the customer's placed debt for what it
      *has already collected; the rest stays expensed
       240-apply-settlement.
           perform 260-total-customer-placed.
           if customer-placed-left = 0
               move 'NOPL' to excp-reason-code
               move 'settlement for customer with nothing placed'
                   to excp-reason-text
               perform 400-reject-transaction
           else
               perform 245-settle-one-placed
                   varying pc-idx from 1 by 1
                   until pc-idx > placed-count
               move wt-customer-id to act-customer-out
               move wt-agreement-no to act-agreement-out
               move banner-run-date-ccyymmdd to act-date-out
               move customer-placed-left to act-amount-out
               move wt-agency-code to act-agency-out
               move 'SETTLED - BALANCE CLOSED' to act-disp-out
               perform 250-print-activity-line
               perform 270-lift-block-if-settled
           end-if.

       245-settle-one-placed.
           if pc-customer-id (pc-idx) = wt-customer-id
               and pc-open (pc-idx)
               move 'S' to pc-status (pc-idx)
           end-if.

       250-print-activity-line.
           write record-out from print-activity-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       260-total-customer-placed.
           move 0 to customer-placed-left.
           perform 265-total-one-placed
               varying pc-idx from 1 by 1
               until pc-idx > placed-count.

       265-total-one-placed.
           if pc-customer-id (pc-idx) = wt-customer-id
               and pc-open (pc-idx)
               compute customer-placed-left =
                   customer-placed-left + pc-amount-placed (pc-idx)
                   - pc-amount-recovered (pc-idx)
           end-if.

      *the do-not-rent block stays on while anything is placed, and
      *only a collections block is ever lifted here
       270-lift-block-if-settled.
           perform 260-total-customer-placed.
           if customer-placed-left = 0
               add 1 to settled-count
               move wt-customer-id to cm-customer-id
               read customer-master
                   invalid key
                       move 'n' to cm-found-flag
                   not invalid key
                       move 'y' to cm-found-flag
               end-read
               if cm-found and cm-blocked
                   and (cm-block-reason = 'CRHD'
                       or cm-block-reason = 'COLL')
                   move spaces to mj-before-image
                   move customer-master-record to mj-before-image
                   move space to cm-block-status
                   move spaces to cm-block-reason
                   rewrite customer-master-record
                   move 'C' to mj-action-code
                   move spaces to mj-after-image
                   move customer-master-record to mj-after-image
                   perform 9850-journal-update
               end-if
           end-if.

      *an item past the write-off age goes to the standing agency
       300-place-aged-item.
           if oi-amount-open (item-idx) > 0
               move oi-bill-date (item-idx) to bill-date-split
               compute item-age-days =
                   ((banner-run-yyyy - bill-yyyy) * 360)
                   + ((banner-run-mm - bill-mm) * 30)
                   + (banner-run-dd - bill-dd)
               if item-age-days > write-off-age-days
                   move 'PLACED - AGED' to act-disp-out
                   perform 350-place-one-item
               end-if
           end-if.

      *off the receivables, onto the placed file and the agency's
      *file, and the customer blocked if not already
       350-place-one-item.
           perform 140-check-placed-room.
           add 1 to placed-count.
           move oi-customer-id (item-idx)
               to pc-customer-id (placed-count).
           move oi-customer-name (item-idx)
               to pc-customer-name (placed-count).
           move oi-bill-date (item-idx) to pc-bill-date (placed-count).
           move oi-agreement-no (item-idx)
               to pc-agreement-no (placed-count).
           move oi-amount-open (item-idx)
               to pc-amount-placed (placed-count).
           move 0 to pc-amount-recovered (placed-count).
           move banner-run-date-ccyymmdd
               to pc-placement-date (placed-count).
           move placing-agency-code to pc-agency-code (placed-count).
           move 'O' to pc-status (placed-count).
           add oi-amount-open (item-idx) to write-off-total.
           add 1 to items-placed-count.

           move oi-customer-id (item-idx) to cm-customer-id.
           read customer-master
               invalid key
                   move 'n' to cm-found-flag
               not invalid key
                   move 'y' to cm-found-flag
           end-read.
           perform 360-write-agency-record.
           if cm-found and not cm-blocked
               move spaces to mj-before-image
               move customer-master-record to mj-before-image
               move 'B' to cm-block-status
               move 'COLL' to cm-block-reason
               rewrite customer-master-record
               move 'C' to mj-action-code
               move spaces to mj-after-image
               move customer-master-record to mj-after-image
               perform 9850-journal-update
           end-if.

           move oi-customer-id (item-idx) to act-customer-out.
           move oi-agreement-no (item-idx) to act-agreement-out.
           move oi-bill-date (item-idx) to act-date-out.
           move oi-amount-open (item-idx) to act-amount-out.
           move placing-agency-code to act-agency-out.
           perform 250-print-activity-line.
           move 0 to oi-amount-open (item-idx).

       360-write-agency-record.
           move placing-agency-code to ao-agency-code.
           move oi-customer-id (item-idx) to ao-customer-id.
           move oi-customer-name (item-idx) to ao-customer-name.
           if cm-found
               move cm-addr-line to ao-addr-line
               move cm-city to ao-city
               move cm-state to ao-state
               move cm-zip to ao-zip
           else
               move spaces to ao-addr-line
               move spaces to ao-city
               move spaces to ao-state
               move spaces to ao-zip
           end-if.
           move oi-agreement-no (item-idx) to ao-agreement-no.
           move oi-bill-date (item-idx) to ao-bill-date.
           move oi-amount-open (item-idx) to ao-amount.
           move banner-run-date-ccyymmdd to ao-placement-date.
           write agency-record.

       400-reject-transaction.
           add 1 to rejected-count.
           move wt-customer-id to act-customer-out.
           move wt-agreement-no to act-agreement-out.
           move 0 to act-date-out.
           move wt-gross-amount to act-amount-out.
           move wt-agency-code to act-agency-out.
           move 'REJECTED - SEE EXCPLOG' to act-disp-out.
           perform 250-print-activity-line.
           move tran-record to excp-record-image.
           perform 9000-log-exception.

      *what is still owed rides forward; placed items drop out.
      *the rewrite runs the same generation swap crpayments.cbl
      *runs on this file: the new generation is written aside with
      *its trailer, proven, and only then takes the live name, with
      *the old one kept as CRAROPENP.
       500-rewrite-open-items.
           move 0 to trlr-work-count.
           move 0 to trlr-work-hash.
           open output open-items-new-file.
           perform 505-write-one-open-item
               varying item-idx from 1 by 1
               until item-idx > open-item-count.
           perform 9600-build-trailer.
           write open-items-new-record from trlr-record.
           close open-items-new-file.
           perform 520-verify-new-generation.
           perform 530-retire-old-generation.

       505-write-one-open-item.
           if oi-amount-open (item-idx) > 0
               move oi-customer-id (item-idx) to ar-customer-id
               move oi-customer-name (item-idx) to ar-customer-name
               move oi-bill-date (item-idx) to ar-bill-date
               move oi-amount-open (item-idx) to ar-amount-open
               move oi-agreement-no (item-idx) to ar-agreement-no
               write open-items-new-record from open-items-record
               add 1 to trlr-work-count
               move ar-amount-open to hash-amount-num
               add hash-amount-num to trlr-work-hash
           end-if.

      *    the generation just written is read back and balanced
      *    against its own trailer before the live file is touched
       520-verify-new-generation.
           move 0 to trlr-work-count.
           move 0 to trlr-work-hash.
           move 0 to trlr-expected-count.
           move 0 to trlr-expected-hash.
           move 'n' to trlr-seen-flag.
           open input open-items-new-file.
           read open-items-new-file into open-items-record
               at end move 'n' to more-records
           end-read.
           perform 525-tally-one-new-item until more-records = 'n'.
           close open-items-new-file.
           move 'y' to more-records.
           perform 9650-verify-trailer.
           if not trlr-balanced
               display 'CRAROPENN DOES NOT BALANCE - LIVE FILE'
               display '  LEFT UNTOUCHED; RERUN THE WRITE-OFF'
               move 8 to return-code
               stop run
           end-if.

       525-tally-one-new-item.
           if open-items-record (1:8) = 'TRAILER9'
               move open-items-record (1:28) to trlr-record
               move 'y' to trlr-seen-flag
               add trlr-record-count to trlr-expected-count
               add trlr-hash-total to trlr-expected-hash
           else
               add 1 to trlr-work-count
               move ar-amount-open to hash-amount-num
               add hash-amount-num to trlr-work-hash
           end-if.
           read open-items-new-file into open-items-record
               at end move 'n' to more-records
           end-read.

       530-retire-old-generation.
           open input open-items-file.
           if oi-file-status = '00'
               open output open-items-prior-file
               read open-items-file
                   at end move 'n' to more-records
               end-read
               perform 535-copy-one-to-prior
                   until more-records = 'n'
               close open-items-prior-file
           end-if.
           close open-items-file.
           move 'y' to more-records.

           open input open-items-new-file.
           open output open-items-file.
           read open-items-new-file
               at end move 'n' to more-records
           end-read.
           perform 540-copy-one-to-live until more-records = 'n'.
           close open-items-new-file.
           close open-items-file.
           move 'y' to more-records.

       535-copy-one-to-prior.
           write open-items-prior-record from open-items-record.
           read open-items-file
               at end move 'n' to more-records
           end-read.

       540-copy-one-to-live.
           write open-items-record from open-items-new-record.
           read open-items-new-file
               at end move 'n' to more-records
           end-read.

      *settled placements stay on the file as the collection
      *history; only the open ones are ever worked again
       550-rewrite-placed-items.
           open output placed-file.
           perform 555-write-one-placed-item
               varying pc-idx from 1 by 1
               until pc-idx > placed-count.
           close placed-file.

       555-write-one-placed-item.
           move pc-customer-id (pc-idx) to pl-customer-id.
           move pc-customer-name (pc-idx) to pl-customer-name.
           move pc-bill-date (pc-idx) to pl-bill-date.
           move pc-agreement-no (pc-idx) to pl-agreement-no.
           move pc-amount-placed (pc-idx) to pl-amount-placed.
           move pc-amount-recovered (pc-idx) to pl-amount-recovered.
           move pc-placement-date (pc-idx) to pl-placement-date.
           move pc-agency-code (pc-idx) to pl-agency-code.
           move pc-status (pc-idx) to pl-status.
           write placed-record.

      *the write-off takes the receivable to expense; the agency's
      *net remittance comes back as cash and reverses the expense
       900-write-journal.
           if write-off-total > 0
               move '6800' to jr-account
               move 'BAD DEBT EXPENSE    ' to jr-account-desc
               move 'DR' to jr-dr-cr
               move write-off-total to jr-amount
               perform 925-write-one-journal-line
               move '1200' to jr-account
               move 'ACCOUNTS RECEIVABLE ' to jr-account-desc
               move 'CR' to jr-dr-cr
               move write-off-total to jr-amount
               perform 925-write-one-journal-line
           end-if.
           if recovery-total > 0
               move '1000' to jr-account
               move 'CASH                ' to jr-account-desc
               move 'DR' to jr-dr-cr
               move recovery-total to jr-amount
               perform 925-write-one-journal-line
               move '6800' to jr-account
               move 'BAD DEBT RECOVERED  ' to jr-account-desc
               move 'CR' to jr-dr-cr
               move recovery-total to jr-amount
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

       copy EXCPPR.

       copy JRNLPR.

       copy TRLRPR.

       copy PERDPR.

       copy PARMPR.

       end program crwriteoff.
