      *>   released-held payment paths now route through
      *>   270-write-disbursement so the split happens in exactly
      *>   one place.
      *> CLAIMMST carries the claimant's mailing address now for the
      *>   letters irscorresp.cbl sends; a claimant new to the
      *>   master starts with the address blank until an address
      *>   change supplies it.
      *> CLAIMMST carries the examiner who owns the claim; a new
      *>   claim is written unassigned and irsassign.cbl hands it
      *>   to the next available examiner.
      *>   every claim is screened against the IRSEXMST exclusion
      *>   master (irsexclm.cbl keeps it) before any reward is
      *>   computed: a claimant barred by id, or by name and state,
      *>   is denied with the exclusion reason posted on CLAIMMST,
      *>   a tier-D zero-reward audit record and an exception log
      *>   entry; a name that only nearly matches an exclusion is
      *>   held for second-level review instead of denied.
      *> every reward check on IRSDISB carries a check number now,
      *>   numbered from the carried IRSCHKNO last-check number, so
      *>   irsposp.cbl can hand the bank a positive-pay issue list.
      *> large-recovery-threshold is read from PARMMAST (IRSPROGRAM /
      *>   LARGE-RECOVERY-LIMIT) at start-up through the shared PARM
      *>   copybooks, the same row irsannual.cbl reads, and the value
      *>   in force prints under the banner.
      *> CLAIMMST carries a payment-hold byte now, set to 'S' when
      *>   the sanctions screen (sancscrn.cbl) confirms a claimant
      *>   on the watch list.  a held claimant's new award goes to
      *>   the second-level review holds and no release frees it;
      *>   queued awards and due installments wait on their tables
      *>   until the hold is cleared.
      *> every line of the report is captured to the RPTREPO report
      *>   repository as it prints, through the shared banner and
      *>   page-break copybooks, so rptreprint.cbl can put a night's
      *>   report back on paper.
      *> a claimant linked on the shared party master (PARTYLNK,
      *>   kept by partymatch.cbl) to someone another business has
      *>   blocked -- a do-not-rent customer, a sanctioned shipping
      *>   principal -- is held exactly like one on sanctions hold,
      *>   logged as PTBK with the party and the block behind it.
       identification division.
       program-id. Program1.
       environment division.
                         file status is rn-file-status.
                  select disb-file assign to "IRSDISB"
                         organization is line sequential.
      *> the last reward check number issued, carried across runs
                  select optional check-number-file
                         assign to "IRSCHKNO"
                         organization is line sequential
                         file status is cn-file-status.
      *> backup withholding remittance bucket, carried across runs
                  select optional withhold-file assign to "IRSWHLD"
                         organization is line sequential
                         access mode is random
                         record key is cl-claimant-id
                         file status is cl-file-status.
      *> claimants barred from any reward, by id or name/state
                  select optional exclusion-master
                         assign to "IRSEXMST"
                         organization is indexed
                         access mode is dynamic
                         record key is ex-key
                         file status is ex-file-status.
                  select ytd-totals-file assign to "IRSYTD"
                         organization is indexed
                         access mode is random

           copy SUMMSEL.

           copy PARMSEL.

           copy PRTYSEL.

                  copy RPTSEL.

       data division.
       
            05 db-name           pic x(20).
            05 db-pay-method     pic x.
            05 db-amount         pic 9(8)v99.
            05 db-check-no       pic 9(9).
       01 disb-trailer-record redefines disb-record.
            05 dt-record-type    pic x.
            05 dt-payment-count  pic 9(7).
            05 cl-withhold-flag  pic x.
                88 cl-withhold-required value 'W'.
            05 cl-state          pic x(2).
            05 cl-addr-line      pic x(25).
            05 cl-city           pic x(15).
            05 cl-zip            pic x(5).
            05 cl-examiner-id    pic x(8).
            05 cl-denial-reason  pic x(4).
            05 cl-payment-hold   pic x.
                88 cl-sanction-hold  value 'S'.

      *    one row per barred claimant: by claimant-id, or by name
      *    and state when the id isn't known; open-ended when the
      *    effective-to date is zero
       fd exclusion-master label records are standard.
       01 exclusion-record.
            05 ex-key.
                10 ex-match-type     pic x.
                    88 ex-by-id          value 'I'.
                    88 ex-by-name        value 'N'.
                10 ex-claimant-id    pic x(9).
                10 ex-name           pic x(20).
                10 ex-state          pic x(2).
            05 ex-reason         pic x.
                88 ex-federal-employee value 'F'.
                88 ex-participant      value 'P'.
            05 ex-effective-from pic 9(8).
            05 ex-effective-to   pic 9(8).
            05 ex-id-name        pic x(20).
            05 ex-remarks        pic x(30).

      *    one row per fiscal year, carrying the running totals for
      *    every run made so far in that year
            05 sf-next-due    pic 9(8).
            05 sf-remaining   pic 9(8)v99.

       fd check-number-file label records are omitted.
       01 check-number-record.
            05 cn-last-check-no pic 9(9).

       fd withhold-flag-file label records are omitted.
       01 withhold-flag-record.
            05 wf-claimant-id pic x(9).

       copy SUMMFD.

       copy PARMFD.

       copy PRTYFD.

       copy RPTFD.

       working-storage section.

       copy BANNERWS.
       copy RECYWS.
       copy JRNLWS.
       copy SUMMWS.
       copy PARMWS.
       copy NAMESPLW.
       copy PRTYWS.

      *    the YTD row as it stood before this run's posting, for
      *    the journal's before image
       01 cl-file-status pic xx.
       01 cl-found-flag pic x value 'n'.
           88 cl-found value 'y'.
      *    a claimant held by the sanctions screen is paid nothing
      *    until the hold is cleared
       01 payment-hold-flag pic x value 'n'.
           88 payment-held value 'y'.
       01 new-claim-status pic x value space.

      *    control-record and run-ledger checking
           88 split-case-large value 'y'.
       01 split-cases-paid pic 9(5) value 0.

      *    reward checks number in a range of their own, apart
      *    from the AP checks; numbering starts here on a shop with
      *    no IRSCHKNO yet
       01 cn-file-status pic xx.
       01 first-check-no pic 9(9) value 500001.
       01 last-check-no pic 9(9) value 0.

       01 payment-count pic 9(7) value 0.
       01 payment-total pic 9(11)v99 value 0.
       01 held-count pic 9(5) value 0.
       01 fq-idx pic 999 value 0.
       01 queued-this-run pic 9(5) value 0.

      *    exclusions in effect today, loaded from IRSEXMST with
      *    their names split the way 9500-normalize-name splits
      *    the claim's, so a reordered or re-cased name still lines
      *    up
       01 ex-file-status pic xx.
       01 more-exclusion-recs pic x value 'y'.
       01 exclusion-table.
           05 exclusion-entry occurs 500 times.
               10 xt-match-type     pic x.
                   88 xt-by-id          value 'I'.
                   88 xt-by-name        value 'N'.
               10 xt-claimant-id    pic x(9).
               10 xt-first-name     pic x(15).
               10 xt-last-name      pic x(20).
               10 xt-state          pic x(2).
               10 xt-reason         pic x.
       01 exclusion-count pic 999 value 0.
       01 xt-idx pic 999 value 0.
       01 xt-match-idx pic 999 value 0.
       01 claim-first-name pic x(15) value spaces.
       01 claim-last-name pic x(20) value spaces.
       01 claim-excluded-flag pic x value 'n'.
           88 claim-excluded value 'y'.
       01 near-match-flag pic x value 'n'.
           88 claim-near-match value 'y'.
       01 near-match-idx pic 999 value 0.
       01 split-barred-total pic 9(8)v99 value 0.
       01 excluded-count pic 9(5) value 0.
       01 near-match-count pic 9(5) value 0.

      *    why a claim was denied, posted to CLAIMMST with the
      *    status; spaces for every other status
       01 denial-reason-code pic x(4) value spaces.

      *    claimant-ids already paid this run, so a repeat claimant
      *    can be caught the same way shipLookupTable catches a
      *    repeat cargo code: a linear-scanned in-memory table.
           05 filler              pic x(28) value
               'duplicate claimant - skipped'.

      *    exception line for a claimant barred by the exclusion
      *    master
       01 print-excluded-out.
           05 filler              pic x(1) value spaces.
           05 excl-claimant-id-out pic x(9).
           05 filler              pic x(1) value spaces.
           05 excl-name-out       pic x(20).
           05 filler              pic x(1) value spaces.
           05 excl-reason-out     pic x(36).

      *    exception line for a zero/blank recovered amount
       01 print-zero-recovery-out.
           05 filler               pic x(1) value spaces.
           05 filler pic x(5) value spaces.
           05 total-reward-out   pic $zzzz999.99.
               
      *    line out of the claims the exclusion screen denied or
      *    held
       01 print-screening-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(18) value 'Claims Excluded:  '.
           05 scr-excluded-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(28) value 'Near-Matches Held For Review'.
           05 filler pic x(2) value ': '.
           05 scr-near-match-out pic zzzz9.

      *    line out of the average reward recieved
       01 print-average-out.
           05 filler pic x(25) value spaces.
           end-if.
           perform 8900-open-exception-log.
           move 'IRSPROGRAM  ' to excp-this-job.
           perform 8110-open-party-files.
           perform 9800-open-master-journal.
           move 'IRSYTD  ' to mj-this-file.
           move 'IRSPROGRAM  ' to stats-this-job.
           perform 9100-start-job-stats.
           perform 112-load-funding.
           perform 113-load-withhold-bucket.
           perform 106-load-check-number.
           perform 111-apply-withhold-flags.
           perform 114-load-held-queue.
           perform 115-load-review-held.
                   move ytd-totals-record to ytd-before-image
           end-read.

      *        the exclusions in effect today, checked against every
      *        claim before its reward is computed
           perform 135-load-exclusions.

            perform 107-load-parameters.

      *         Write the shop-standard banner page, then the column
      *         headers for this report
            move 'IRS REWARD PROGRAM  ' to banner-job-name.
            move 'IRS004' to banner-batch-id.
            perform 8000-print-banner-page.
            perform 8650-print-parameters.

      *        Write output headers
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 1 to page-line-count.
               
               
           if large-award-count > 0
               write record-out from review-heading-out
                   after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
               perform 900-print-one-large-award
                   varying la-idx from 1 by 1
                   until la-idx > large-award-count

      *        output totals
           write record-out from print-totals-out.
           perform 8020-capture-line.
               
      *        output the average reward recieved
           write record-out from print-average-out.
           perform 8020-capture-line.

      *        what the exclusion screen turned away or held
           move excluded-count to scr-excluded-out.
           move near-match-count to scr-near-match-out.
           write record-out from print-screening-out.
           perform 8020-capture-line.

      *        roll this run's totals into the year-to-date totals
      *        and write them back for the next run to read -- but
               move ytd-record-count to ytd-record-count-out
               move ytd-total-reward to ytd-total-reward-out
               write record-out from print-ytd-out
               perform 8020-capture-line
           end-if.

      *        the funding picture and anything still waiting on it
               move withhold-bucket-carried to wh-bucket-out
               write record-out from print-withheld-out
                   after advancing 1 lines
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.

           move payment-count to dt-payment-count.
           move payment-total to dt-payment-total.
           write disb-record.
           perform 971-rewrite-check-number.

           move 'IRS REWARDS ' to summ-business.
           move total-reward to summ-revenue.
      *        close files after processes complete
           close file-in.
           close file-out.
           perform 8030-close-report-capture.
           close audit-file.
           close disb-file.
           close claims-master.
           close master-journal.
           close ytd-totals-file.
           close exception-log.
           perform 8190-close-party-files.
           stop run.

       106-load-check-number.
           move first-check-no to last-check-no.
           subtract 1 from last-check-no.
           open input check-number-file.
           if cn-file-status = '00'
               read check-number-file
                   at end
                       continue
                   not at end
                       if cn-last-check-no is numeric
                           and cn-last-check-no > 0
                           move cn-last-check-no to last-check-no
                       end-if
               end-read
           end-if.
           close check-number-file.

       107-load-parameters.
           perform 8600-open-parameters.
           move 'IRSPROGRAM' to parm-lookup-program.
           move 'LARGE-RECOVERY-LIMIT' to parm-lookup-name.
           move large-recovery-threshold to parm-value.
           perform 8610-get-parameter.
           move parm-value to large-recovery-threshold.
           perform 8690-close-parameters.

       108-load-releases.
           open input release-file.
           if rl-file-status = '00'
               until fq-idx > funding-queue-count.

       118-pay-one-queued-claim.
           move fq-claimant-id (fq-idx) to claimant-id-in.
           perform 269-check-payment-hold.
           if fq-amount (fq-idx) <= funding-remaining
               and not payment-held
               move 'y' to fq-paid-flag (fq-idx)
               move fq-name (fq-idx) to name-in
               move fq-amount (fq-idx) to reward
               perform 270-write-disbursement
                   move rh-name (rh-idx) to db-name
                   move 'C' to db-pay-method
                   move accrued-interest to db-amount
                   perform 271-number-check
                   write disb-record
                   add 1 to payment-count
                   add accrued-interest to payment-total
                   move accrued-interest to intskip-amount-out
                   write record-out from print-int-skipped-out
                       after advancing 1 lines
                   perform 8020-capture-line
                   perform 8100-advance-line
                   move 'INTF' to excp-reason-code
                   move 'delay interest unpaid - funding short'
               else
                   move sd-remaining (sd-idx) to installment-due
               end-if
               move sd-claimant-id (sd-idx) to claimant-id-in
               perform 269-check-payment-hold
               if installment-due <= funding-remaining
                   and not payment-held
                   move sd-name (sd-idx) to name-in
                   move installment-due to reward
                   perform 270-write-disbursement
                   move sd-remaining (sd-idx) to inst-remaining-out
                   write record-out from print-installment-out
                       after advancing 1 lines
                   perform 8020-capture-line
                   perform 8100-advance-line
                   if sd-remaining (sd-idx) = 0
                       move sd-original (sd-idx) to reward
           move sd-installment (sched-count) to schc-install-out.
           write record-out from print-sched-created-out
               after advancing 1 lines.
           perform 8020-capture-line.
           perform 8100-advance-line.

       968-rewrite-schedules.
      *        the shares.  shares that don't sum to 100 reject the
      *        whole case -- paying a partial recovery quietly is
      *        how money disappears.
      *        only exclusions in effect today load; an
      *        effective-to of zero never expires
       135-load-exclusions.
           open input exclusion-master.
           if ex-file-status = '00'
               move low-values to ex-key
               start exclusion-master key not < ex-key
                   invalid key move 'n' to more-exclusion-recs
               end-start
               if more-exclusion-recs = 'y'
                   read exclusion-master next record
                       at end move 'n' to more-exclusion-recs
                   end-read
               end-if
               perform 136-load-one-exclusion
                   until more-exclusion-recs = 'n'
           end-if.
           close exclusion-master.

       136-load-one-exclusion.
           if ex-effective-from <= today-date-ccyymmdd
               and (ex-effective-to = 0
                   or ex-effective-to >= today-date-ccyymmdd)
               if exclusion-count >= 500
                   display 'EXCLUSION TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to exclusion-count
               move ex-match-type to xt-match-type (exclusion-count)
               move ex-claimant-id to xt-claimant-id (exclusion-count)
               move ex-state to xt-state (exclusion-count)
               move ex-reason to xt-reason (exclusion-count)
               if ex-by-id
                   move ex-id-name to namespl-full-name
               else
                   move ex-name to namespl-full-name
               end-if
               perform 9500-normalize-name
               move namespl-first-name
                   to xt-first-name (exclusion-count)
               move namespl-last-name
                   to xt-last-name (exclusion-count)
           end-if.
           read exclusion-master next record
               at end move 'n' to more-exclusion-recs
           end-read.

       1200-process-split-cases.
           perform 1210-process-one-split-case
               varying sc-idx from 1 by 1
               move sc-case-id (sc-idx) to spr-case-out
               write record-out from print-split-reject-out
                   after advancing 1 lines
               perform 8020-capture-line
               perform 8100-advance-line
               move 'SPLT' to excp-reason-code
               move 'split case shares do not sum to 100'
           move split-shares-in-case to spc-shares-out.
           write record-out from print-split-case-out
               after advancing 1 lines.
           perform 8020-capture-line.
           perform 8100-advance-line.

           move 0 to split-paid-so-far.
           move 0 to split-barred-total.
           move 0 to split-shares-seen.
           move 'y' to first-share-flag.
           perform 1240-pay-one-share
               varying sh-idx from 1 by 1
               until sh-idx > split-share-count.

      *        a barred claimant's share is never paid, so it never
      *        reaches the run's totals either
           compute total-reward =
               total-reward + case-total-reward - split-barred-total.
           add 1 to record-count.
           compute average-reward = total-reward / record-count.
           add 1 to split-cases-paid.
               add 1 to seen-claimant-count
               move claimant-id-in
                   to seen-claimant (seen-claimant-count)
      *            each share is screened on its own claimant; a
      *            barred share is denied and its money stays unpaid
               move 'n' to claim-excluded-flag
               move 'n' to near-match-flag
               perform 210-screen-claim
               if claim-excluded
                   add reward to split-barred-total
                   move 0 to recovered-amnt-in
                   perform 230-deny-excluded-claim
                   move sc-recovered (sc-idx) to recovered-amnt-in
               else
                   perform 1245-award-one-share
               end-if
           end-if.

       1245-award-one-share.
           move claimant-id-in to audit-claimant-id.
           move name-in to audit-name.
           move tier-code to audit-tier.
           if first-share-flag = 'y'
               move sc-recovered (sc-idx) to audit-recovered
               move 'n' to first-share-flag
           else
               move 0 to audit-recovered
           end-if.
           move reward to audit-reward.
           move today-date-ccyymmdd to audit-date.
           write audit-record.
           move claimant-id-in to claimant-id-out.
           move name-in to name-out.
           move sc-recovered (sc-idx) to amnt-out.
           move reward to reward-out.
           move tier-code to tier-code-out.
           write record-out from print-computations-out
               after advancing 1 lines.
           perform 8020-capture-line.
           perform 8100-advance-line.
      *        each share runs the same gates a single
      *        claimant's award would: a large case holds for
      *        review until its claimant is released, and a
      *        share over the installment threshold goes on
      *        the payout schedule instead of out in one lump; a
      *        share whose name nearly matches an exclusion holds
      *        for review the same way
           if claim-near-match
               perform 235-log-near-match
           end-if.
           perform 269-check-payment-hold.
           if payment-held
               perform 236-log-payment-hold
           end-if.
           if split-case-large or claim-near-match or payment-held
               perform 265-buffer-large-award
               perform 267-check-release
               if release-found
                   perform 1250-disburse-one-share
               else
                   perform 275-hold-claim-for-review
                   move 'V' to new-claim-status
               end-if
           else
               perform 1250-disburse-one-share
           end-if.
           perform 280-update-claim-master.

       1250-disburse-one-share.
           if reward > installment-threshold
           if header-not-ok
               write record-out from print-header-excp-out
                   after advancing 1 lines
               perform 8020-capture-line
               perform 8100-advance-line
               move 'HDR ' to excp-reason-code
               move 'input file control record mismatch'
               move this-run-id to rerun-run-id-out
               write record-out from print-rerun-excp-out
                   after advancing 1 lines
               perform 8020-capture-line
               perform 8100-advance-line
               move 'RRUN' to excp-reason-code
               move 'run id already posted - rerun blocked'
           if funding-queue-count > 0
               write record-out from funding-heading-out
                   after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
               perform 8100-advance-line
               perform 962-print-one-funding-held
                   varying fq-idx from 1 by 1
           move funding-drawn to fs-drawn-out.
           write record-out from funding-status-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.

       962-print-one-funding-held.
               move fq-amount (fq-idx) to fh-amount-out
               write record-out from print-funding-held-out
                   after advancing 1 lines
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.

           if review-held-count > 0
               write record-out from held-claims-heading-out
                   after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
               perform 8100-advance-line
               perform 964-print-one-held-claim
                   varying rh-idx from 1 by 1
               move accrued-interest to hi-interest-out
               write record-out from print-held-interest-out
                   after advancing 1 lines
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.

           write funding-record.
           close funding-file.

       971-rewrite-check-number.
           open output check-number-file.
           move last-check-no to cn-last-check-no.
           write check-number-record.
           close check-number-file.

       950-record-run-posted.
           open extend run-ledger.
           if rn-file-status not = '00'
      *        A claimant-id already paid this run is flagged instead
      *        of paid a second time.
           perform 205-check-duplicate-claim.
      *        a claimant the statute bars is denied before any
      *        reward is computed
           move 'n' to claim-excluded-flag.
           move 'n' to near-match-flag.
           if not dup-found
               perform 210-screen-claim
           end-if.
           if dup-found
               perform 215-print-dup-claim-exception
           else if claim-excluded
               perform 230-deny-excluded-claim
           else if recovered-amnt-in = 0
               perform 225-print-zero-recovery-exception
           else if recovered-amnt-in < minimum-recovery
               move 'y' to dup-found-flag
           end-if.

      *        a claimant-id on the exclusion master, or the same
      *        name in the same state as a name exclusion, is barred
      *        outright; the same last name and first initial
      *        anywhere else is only a near-match, held for review
       210-screen-claim.
           move name-in to namespl-full-name.
           inspect namespl-full-name converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           perform 9500-normalize-name.
           move namespl-first-name to claim-first-name.
           move namespl-last-name to claim-last-name.
           perform 212-check-one-exclusion
               varying xt-idx from 1 by 1
               until xt-idx > exclusion-count or claim-excluded.

       212-check-one-exclusion.
           if xt-by-id (xt-idx)
               and xt-claimant-id (xt-idx) = claimant-id-in
               move 'y' to claim-excluded-flag
               move xt-idx to xt-match-idx
           else
           if xt-last-name (xt-idx) = claim-last-name
               and claim-last-name not = spaces
               if xt-by-name (xt-idx)
                   and xt-first-name (xt-idx) = claim-first-name
                   and xt-state (xt-idx) = state-in
                   move 'y' to claim-excluded-flag
                   move xt-idx to xt-match-idx
               else
                   if xt-first-name (xt-idx) (1:1)
                           = claim-first-name (1:1)
                       and not claim-near-match
                       move 'y' to near-match-flag
                       move xt-idx to near-match-idx
                   end-if
               end-if
           end-if
           end-if.

      *        barred claims are denied with their reason and a
      *        zero-reward tier-D audit record, and never reach the
      *        run's totals
       230-deny-excluded-claim.
           add 1 to excluded-count.
           evaluate xt-reason (xt-match-idx)
               when 'F'
                   move 'EXFE' to denial-reason-code
                   move 'excluded - federal employee'
                       to excl-reason-out
               when 'P'
                   move 'EXPT' to denial-reason-code
                   move 'excluded - participant in scheme'
                       to excl-reason-out
               when other
                   move 'EXOT' to denial-reason-code
                   move 'excluded - other statutory bar'
                       to excl-reason-out
           end-evaluate.
           move claimant-id-in to excl-claimant-id-out.
           move name-in to excl-name-out.
           write record-out from print-excluded-out
               after advancing 1 lines.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'EXCL' to excp-reason-code.
           move excl-reason-out to excp-reason-text.
           move record-in to excp-record-image.
           add 1 to stats-excp-count.
           perform 9000-log-exception.
           move claimant-id-in to audit-claimant-id.
           move name-in to audit-name.
           move 'D' to audit-tier.
           move recovered-amnt-in to audit-recovered.
           move 0 to audit-reward.
           move today-date-ccyymmdd to audit-date.
           write audit-record.
           move 'D' to new-claim-status.
           move 0 to reward.
           perform 280-update-claim-master.

       235-log-near-match.
           add 1 to near-match-count.
           move 'EXNM' to excp-reason-code.
           move 'name near-matches exclusion - held'
               to excp-reason-text.
           move record-in to excp-record-image.
           add 1 to stats-excp-count.
           perform 9000-log-exception.

       236-log-payment-hold.
           if party-blocked-elsewhere
               move 'PTBK' to excp-reason-code
               move party-exception-text to excp-reason-text
           else
               move 'SNHD' to excp-reason-code
               move 'claimant on sanctions hold - held'
                   to excp-reason-text
           end-if.
           move record-in to excp-record-image.
           add 1 to stats-excp-count.
           perform 9000-log-exception.

       215-print-dup-claim-exception.
           move claimant-id-in to dup-claimant-id-out.
           move name-in to dup-name-out.
           write record-out from print-dup-claim-out
               after advancing 1 lines.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'DUPC' to excp-reason-code.
           move 'duplicate claimant in same run'
           move name-in to zero-name-out.
           write record-out from print-zero-recovery-out
               after advancing 1 lines.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'ZERO' to excp-reason-code.
           move 'zero recovered amount' to excp-reason-text.
           add 1 to stats-excp-count.
           perform 9000-log-exception.
           move 'D' to new-claim-status.
           move 'ZERO' to denial-reason-code.
           move 0 to reward.
           perform 280-update-claim-master.

           move name-in to min-name-out.
           write record-out from print-below-minimum-out
               after advancing 1 lines.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'MINR' to excp-reason-code.
           move 'below minimum recovery floor' to excp-reason-text.
           add 1 to stats-excp-count.
           perform 9000-log-exception.
           move 'D' to new-claim-status.
           move 'MINR' to denial-reason-code.
           move 0 to reward.
           perform 280-update-claim-master.

               move 'y' to large-award-flag
           end-if.

      *        a name that nearly matches an exclusion is held for
      *        the same second look rather than denied outright
           if claim-near-match
               move 'y' to large-award-flag
               perform 235-log-near-match
           end-if.

      *        so is a claimant the sanctions screen has put on hold,
      *        and no release frees it until the hold is cleared
           perform 269-check-payment-hold.
           if payment-held
               move 'y' to large-award-flag
               perform 236-log-payment-hold
           end-if.

      *        compute the total amount rewarded
           compute total-reward = total-reward + reward.
               
           else
               write record-out from print-computations-out
                   after advancing 1 lines
               perform 8020-capture-line
               perform 8100-advance-line
               if reward <= funding-remaining
                   perform 270-write-disbursement
               move new-claim-status to cl-status
               move today-date-ccyymmdd to cl-status-date
               move reward to cl-reward
               move denial-reason-code to cl-denial-reason
               rewrite claims-master-record
           else
               move claimant-id-in to cl-claimant-id
               move reward to cl-reward
               move space to cl-withhold-flag
               move state-in to cl-state
               move spaces to cl-addr-line
               move spaces to cl-city
               move spaces to cl-zip
               move spaces to cl-examiner-id
               move denial-reason-code to cl-denial-reason
               move space to cl-payment-hold
               write claims-master-record
           end-if.
           move spaces to denial-reason-code.

       267-check-release.
           move 'n' to release-found-flag.
           perform 268-scan-one-release
               varying rel-idx from 1 by 1
               until rel-idx > release-count or release-found.
           if release-found
               perform 269-check-payment-hold
               if payment-held
                   move 'n' to release-found-flag
               end-if
           end-if.

      *        a release approves the review, never a sanctions hold
      *        -- nor a block the claimant's party carries from
      *        another business
       269-check-payment-hold.
           move 'n' to payment-hold-flag.
           move 'n' to party-elsewhere-flag.
           move claimant-id-in to cl-claimant-id.
           read claims-master
               invalid key
                   continue
               not invalid key
                   if cl-sanction-hold
                       move 'y' to payment-hold-flag
                   end-if
           end-read.
           if not payment-held
               move 'L' to party-member-type
               move claimant-id-in to party-member-id
               perform 8120-find-party
               if party-blocked-elsewhere
                   move 'y' to payment-hold-flag
               end-if
           end-if.

       268-scan-one-release.
           if released-claimant (rel-idx) = claimant-id-in
           move name-in to db-name.
           move 'C' to db-pay-method.
           move net-payment to db-amount.
           perform 271-number-check.
           write disb-record.
           add 1 to payment-count.
           add net-payment to payment-total.
               write audit-record
           end-if.

       271-number-check.
           add 1 to last-check-no.
           move last-check-no to db-check-no.

       272-check-withholding.
           move 'n' to withhold-check-flag.
           move claimant-id-in to cl-claimant-id.
           move la-tier (la-idx) to la-tier-out.
           write record-out from print-review-out
               after advancing 1 lines.
           perform 8020-capture-line.

       copy STATSPR.


       copy JRNLPR.

       copy PARMPR.

       copy NAMESPLP.

       copy PRTYPR.

       end program Program1.
