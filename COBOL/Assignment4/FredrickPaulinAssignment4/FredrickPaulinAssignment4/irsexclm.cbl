      *Reward exclusion maintenance
      *
      *The statute bars a reward to a federal employee who learned
      *of the fraud on the job and to anyone who took part in the
      *scheme.  IRSEXMST holds those claimants -- by claimant-id,
      *or by name and state when the id isn't known -- with the
      *reason and the dates the bar is in effect, and irsProgram.cbl
      *screens every claim against it before a reward is computed.
      *This job keeps it, driven by IRSEXTRN transactions:
      *
      *  - 'A' adds an exclusion;
      *  - 'C' changes the reason, dates, name on file or remarks
      *    of an existing one;
      *  - 'D' deletes one entered in error (a bar that has simply
      *    run its course is ended with a 'C' setting the
      *    effective-to date, so the history stays on file).
      *
      *Reasons are 'F' federal employee, 'P' participant in the
      *scheme, 'O' any other statutory bar.  An effective-to of
      *zero leaves the bar open-ended.  Names are kept upper case
      *so the screen matches them however the claim was keyed.
      *Every change is journaled to MFJRNL; rejected transactions
      *go to the report and the shared exception log, and IRSEXTRN
      *is cleared once consumed.
       identification division.
       program-id. irsexclm.
       environment division.
       input-output section.

       file-control.
           select exclusion-master assign to "IRSEXMST"
                 organization is indexed
                 access mode is random
                 record key is ex-key
                 file status is ex-file-status.

      *> optional: most runs have no changes
           select optional excl-tran-file assign to "IRSEXTRN"
                 organization is line sequential
                 file status is et-file-status.

           select file-out assign to printer, "con".

           copy EXCPSEL.

           copy JRNLSEL.

           copy RPTSEL.

       data division.
       file section.
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
                88 ex-valid-reason     values 'F' 'P' 'O'.
            05 ex-effective-from pic 9(8).
            05 ex-effective-to   pic 9(8).
            05 ex-id-name        pic x(20).
            05 ex-remarks        pic x(30).

       fd excl-tran-file label records are omitted.
       01 excl-tran-record.
            05 et-action         pic x.
                88 et-add            value 'A'.
                88 et-change         value 'C'.
                88 et-delete         value 'D'.
            05 et-match-type     pic x.
                88 et-by-id          value 'I'.
                88 et-by-name        value 'N'.
            05 et-claimant-id    pic x(9).
            05 et-name           pic x(20).
            05 et-state          pic x(2).
            05 et-reason         pic x.
                88 et-valid-reason     values 'F' 'P' 'O'.
            05 et-effective-from pic 9(8).
            05 et-effective-to   pic 9(8).
            05 et-id-name        pic x(20).
            05 et-remarks        pic x(30).

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy EXCPFD.

       copy JRNLFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 ex-file-status pic xx.
       01 et-file-status pic xx.
       01 ex-found-flag pic x value 'n'.
           88 ex-found value 'y'.

       01 reject-reason pic x(30) value spaces.
       01 tran-ok-flag pic x value 'n'.
           88 tran-ok value 'y'.

       01 exclusions-added pic 9(5) value 0.
       01 exclusions-changed pic 9(5) value 0.
       01 exclusions-deleted pic 9(5) value 0.
       01 trans-rejected pic 9(5) value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy JRNLWS.

       01 line1-out.
           05 filler pic x(27) value spaces.
           05 filler pic x(27) value 'Reward Exclusion Changes'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(4) value 'Act'.
           05 filler pic x(2) value 'By'.
           05 filler pic x(10) value 'Claim ID'.
           05 filler pic x(21) value 'Name'.
           05 filler pic x(3) value 'St'.
           05 filler pic x(2) value 'R'.
           05 filler pic x(30) value 'Disposition'.

       01 print-activity-out.
           05 filler            pic x(2) value spaces.
           05 act-action-out    pic x.
           05 filler            pic x(2) value spaces.
           05 act-type-out      pic x.
           05 filler            pic x(1) value spaces.
           05 act-claimant-out  pic x(9).
           05 filler            pic x(1) value spaces.
           05 act-name-out      pic x(20).
           05 filler            pic x(1) value spaces.
           05 act-state-out     pic x(2).
           05 filler            pic x(1) value spaces.
           05 act-reason-out    pic x.
           05 filler            pic x(1) value spaces.
           05 act-disp-out      pic x(30).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(7) value 'Added: '.
           05 added-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value 'Changed: '.
           05 changed-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value 'Deleted: '.
           05 deleted-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value 'Rejected: '.
           05 rejected-count-out pic zzzz9.

       procedure division.
       100-main.
           open output file-out.
      *        a first-ever run creates the exclusion master
           open i-o exclusion-master.
           if ex-file-status = '35'
               open output exclusion-master
               close exclusion-master
               open i-o exclusion-master
           end-if.
           if ex-file-status not = '00'
               display 'EXCLUSION-MASTER FAILED TO OPEN, STATUS '
                   ex-file-status
               stop run
           end-if.
           perform 8900-open-exception-log.
           move 'IRSEXCLM    ' to excp-this-job.
           perform 9800-open-master-journal.
           move 'IRSEXMST' to mj-this-file.

           move 'REWARD EXCLUSIONS   ' to banner-job-name.
           move 'EX0001' to banner-batch-id.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 200-take-transactions.

           move exclusions-added to added-count-out.
           move exclusions-changed to changed-count-out.
           move exclusions-deleted to deleted-count-out.
           move trans-rejected to rejected-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           close exclusion-master.
           close master-journal.
           close exception-log.
           stop run.

      *the consumed transactions are cleared so they can't apply
      *twice
       200-take-transactions.
           open input excl-tran-file.
           if et-file-status = '00'
               read excl-tran-file
                   at end move 'n' to more-records
               end-read
               perform 210-take-one-transaction
                   until more-records = 'n'
               close excl-tran-file
               open output excl-tran-file
           end-if.
           close excl-tran-file.

       210-take-one-transaction.
           inspect et-name converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           inspect et-id-name converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           inspect et-state converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           move et-action to act-action-out.
           move et-match-type to act-type-out.
           move et-claimant-id to act-claimant-out.
           if et-by-id
               move et-id-name to act-name-out
           else
               move et-name to act-name-out
           end-if.
           move et-state to act-state-out.
           move et-reason to act-reason-out.
           perform 250-build-key.
           if tran-ok
               evaluate true
                   when et-add
                       perform 300-add-exclusion
                   when et-change
                       perform 400-change-exclusion
                   when et-delete
                       perform 500-delete-exclusion
                   when other
                       move 'REJECTED - BAD ACTION CODE'
                           to reject-reason
                       perform 480-reject-transaction
               end-evaluate
           end-if.
           read excl-tran-file
               at end move 'n' to more-records
           end-read.

      *an id exclusion is keyed on the id alone, a name exclusion
      *on the name and state
       250-build-key.
           move 'y' to tran-ok-flag.
           move spaces to ex-key.
           move et-match-type to ex-match-type.
           evaluate true
               when et-by-id and et-claimant-id not = spaces
                   move et-claimant-id to ex-claimant-id
               when et-by-name and et-name not = spaces
                   move et-name to ex-name
                   move et-state to ex-state
               when other
                   move 'n' to tran-ok-flag
                   move 'REJECTED - NO ID OR NAME GIVEN'
                       to reject-reason
                   perform 480-reject-transaction
           end-evaluate.
           if tran-ok
               read exclusion-master
                   invalid key
                       move 'n' to ex-found-flag
                   not invalid key
                       move 'y' to ex-found-flag
               end-read
           end-if.

      *an add or change must carry a reason and a start date, and
      *an end date, when given, can't precede the start
       260-check-terms.
           move 'y' to tran-ok-flag.
           evaluate true
               when not et-valid-reason
                   move 'n' to tran-ok-flag
                   move 'REJECTED - BAD REASON CODE'
                       to reject-reason
               when et-effective-from = 0
                   move 'n' to tran-ok-flag
                   move 'REJECTED - NO EFFECTIVE DATE'
                       to reject-reason
               when et-effective-to not = 0
                   and et-effective-to < et-effective-from
                   move 'n' to tran-ok-flag
                   move 'REJECTED - END BEFORE START'
                       to reject-reason
           end-evaluate.

       270-move-terms.
           move et-reason to ex-reason.
           move et-effective-from to ex-effective-from.
           move et-effective-to to ex-effective-to.
           move et-id-name to ex-id-name.
           move et-remarks to ex-remarks.

       300-add-exclusion.
           perform 260-check-terms.
           evaluate true
               when ex-found
                   move 'REJECTED - ALREADY ON FILE' to reject-reason
                   perform 480-reject-transaction
               when not tran-ok
                   perform 480-reject-transaction
               when other
                   perform 270-move-terms
                   write exclusion-record
                   move 'A' to mj-action-code
                   move spaces to mj-before-image
                   move exclusion-record to mj-after-image
                   perform 9850-journal-update
                   add 1 to exclusions-added
                   move 'APPLIED - ADDED' to act-disp-out
                   perform 490-print-activity-line
           end-evaluate.

       400-change-exclusion.
           perform 260-check-terms.
           evaluate true
               when not ex-found
                   move 'REJECTED - NOT ON FILE' to reject-reason
                   perform 480-reject-transaction
               when not tran-ok
                   perform 480-reject-transaction
               when other
                   move exclusion-record to mj-before-image
                   perform 270-move-terms
                   rewrite exclusion-record
                   move 'C' to mj-action-code
                   move exclusion-record to mj-after-image
                   perform 9850-journal-update
                   add 1 to exclusions-changed
                   move 'APPLIED - CHANGED' to act-disp-out
                   perform 490-print-activity-line
           end-evaluate.

       500-delete-exclusion.
           if not ex-found
               move 'REJECTED - NOT ON FILE' to reject-reason
               perform 480-reject-transaction
           else
               move exclusion-record to mj-before-image
               delete exclusion-master
               move 'D' to mj-action-code
               move spaces to mj-after-image
               perform 9850-journal-update
               add 1 to exclusions-deleted
               move 'APPLIED - DELETED' to act-disp-out
               perform 490-print-activity-line
           end-if.

       480-reject-transaction.
           move reject-reason to act-disp-out.
           perform 490-print-activity-line.
           add 1 to trans-rejected.
           move 'EXCM' to excp-reason-code.
           move 'exclusion transaction rejected'
               to excp-reason-text.
           move excl-tran-record to excp-record-image.
           perform 9000-log-exception.

       490-print-activity-line.
           write record-out from print-activity-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy JRNLPR.

       end program irsexclm.
