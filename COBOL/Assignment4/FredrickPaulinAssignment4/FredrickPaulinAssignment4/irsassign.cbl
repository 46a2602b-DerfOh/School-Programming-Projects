      *Claim case assignment
      *
      *irsstatus.cbl shows how long a claim has sat, but not who is
      *supposed to be working it.  CLAIMMST carries the examiner who
      *owns each claim now (an OPERMAST operator-id), and this job
      *keeps it current:
      *
      *  - IRSASGN 'A' transactions assign one claim to a named
      *    examiner;
      *  - IRSASGN 'R' transactions move a departing examiner's
      *    whole open inventory in one pass, to a named examiner or,
      *    with none named, spread round-robin across the others;
      *  - every open claim (received, under review, under appeal)
      *    nobody owns yet is assigned round-robin across the
      *    examiners OPERMAST flags as available.  The last
      *    examiner handed a claim is carried on IRSASGRR so the
      *    rotation picks up where it left off next run.
      *
      *An examiner must be on OPERMAST with the examiner flag set;
      *a claim or reassignment target must also be taking new
      *claims.  Every change is journaled to MFJRNL.  Rejected
      *transactions go to the report and the shared exception log;
      *IRSASGN is cleared once consumed.  irsworkld.cbl reports the
      *resulting workload.
       identification division.
       program-id. irsassign.
       environment division.
       input-output section.

       file-control.
           select claims-master assign to "CLAIMMST"
                 organization is indexed
                 access mode is dynamic
                 record key is cl-claimant-id
                 file status is cl-file-status.

      *> optional: most runs only pick up the new claims
           select optional assign-tran-file assign to "IRSASGN"
                 organization is line sequential
                 file status is at-file-status.

      *> where the round-robin rotation stopped last run
           select optional rotation-file assign to "IRSASGRR"
                 organization is line sequential
                 file status is rr-file-status.

           select file-out assign to printer, "con".

           copy OPERSEL.

           copy EXCPSEL.

           copy JRNLSEL.

           copy RPTSEL.

       data division.
       file section.
       fd claims-master label records are standard.
       01 claims-master-record.
            05 cl-claimant-id    pic x(9).
            05 cl-name           pic x(20).
            05 cl-status         pic x.
                88 cl-open-claim     values 'R' 'V' 'Q'.
            05 cl-received-date  pic 9(8).
            05 cl-status-date    pic 9(8).
            05 cl-reward         pic 9(8)v99.
            05 cl-withhold-flag  pic x.
            05 cl-state          pic x(2).
            05 cl-addr-line      pic x(25).
            05 cl-city           pic x(15).
            05 cl-zip            pic x(5).
            05 cl-examiner-id    pic x(8).
            05 cl-denial-reason  pic x(4).
            05 cl-payment-hold   pic x.
                88 cl-sanction-hold  value 'S'.

       fd assign-tran-file label records are omitted.
       01 assign-tran-record.
            05 at-type           pic x.
                88 at-assign         value 'A'.
                88 at-reassign       value 'R'.
            05 at-claimant-id    pic x(9).
            05 at-examiner-id    pic x(8).
            05 at-from-examiner  pic x(8).

       fd rotation-file label records are omitted.
       01 rotation-record.
            05 rr-last-examiner  pic x(8).

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy OPERFD.

       copy EXCPFD.

       copy JRNLFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 cl-file-status pic xx.
       01 at-file-status pic xx.
       01 rr-file-status pic xx.
       01 cl-found-flag pic x value 'n'.
           88 cl-found value 'y'.

       01 reject-reason pic x(30) value spaces.
       01 new-examiner-id pic x(8) value spaces.
       01 examiner-ok-flag pic x value 'n'.
           88 examiner-ok value 'y'.
       01 require-available-flag pic x value 'n'.
           88 require-available value 'y'.

      *the round-robin rotation: rr-idx is the operator-table row
      *of the examiner last handed a claim
       01 last-examiner-id pic x(8) value spaces.
       01 rr-idx pic 99 value 0.
       01 rr-step pic 99 value 0.
       01 rr-exclude-id pic x(8) value spaces.
       01 rr-picked-flag pic x value 'n'.
           88 rr-picked value 'y'.
       01 no-examiner-logged pic x value 'n'.

       01 claims-assigned pic 9(5) value 0.
       01 claims-reassigned pic 9(5) value 0.
       01 claims-auto-assigned pic 9(5) value 0.
       01 trans-rejected pic 9(5) value 0.
       01 claims-unassigned pic 9(5) value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy OPERWS.
       copy EXCPWS.
       copy JRNLWS.

       01 line1-out.
           05 filler pic x(28) value spaces.
           05 filler pic x(24) value 'Claim Case Assignment'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(5) value 'Type'.
           05 filler pic x(11) value 'Claim ID'.
           05 filler pic x(10) value 'From'.
           05 filler pic x(10) value 'To'.
           05 filler pic x(30) value 'Disposition'.

       01 print-activity-out.
           05 filler            pic x(2) value spaces.
           05 act-type-out      pic x.
           05 filler            pic x(3) value spaces.
           05 act-claimant-out  pic x(9).
           05 filler            pic x(2) value spaces.
           05 act-from-out      pic x(8).
           05 filler            pic x(2) value spaces.
           05 act-to-out        pic x(8).
           05 filler            pic x(2) value spaces.
           05 act-disp-out      pic x(30).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(10) value 'Assigned: '.
           05 assigned-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(12) value 'Reassigned: '.
           05 reassigned-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(6) value 'Auto: '.
           05 auto-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value 'Rejected: '.
           05 rejected-count-out pic zzzz9.

       01 summary-line-2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(35) value
               'Open Claims Left Without Examiner:'.
           05 unassigned-count-out pic zzzz9.

       procedure division.
       100-main.
           open output file-out.
           open i-o claims-master.
           if cl-file-status not = '00'
               display 'CLAIMS-MASTER FAILED TO OPEN, STATUS '
                   cl-file-status
               stop run
           end-if.
           perform 8900-open-exception-log.
           move 'IRSASSIGN   ' to excp-this-job.
           perform 9800-open-master-journal.
           perform 8800-load-operator-master.

           move 'CASE ASSIGNMENT     ' to banner-job-name.
           move 'CA0001' to banner-batch-id.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 150-load-rotation.
           perform 200-take-transactions.
           perform 500-assign-new-claims.
           perform 160-save-rotation.

           move claims-assigned to assigned-count-out.
           move claims-reassigned to reassigned-count-out.
           move claims-auto-assigned to auto-count-out.
           move trans-rejected to rejected-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move claims-unassigned to unassigned-count-out.
           write record-out from summary-line-2-out
               after advancing 1 line.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           close claims-master.
           close master-journal.
           close exception-log.
           stop run.

       150-load-rotation.
           open input rotation-file.
           if rr-file-status = '00'
               read rotation-file
                   at end
                       continue
                   not at end
                       move rr-last-examiner to last-examiner-id
               end-read
           end-if.
           close rotation-file.
           move 0 to rr-idx.
           move last-examiner-id to oper-request-id.
           move 'n' to opt-found-flag.
           perform 8855-scan-one-operator
               varying opt-idx from 1 by 1
               until opt-idx > operator-count or opt-found.
           if opt-found
               move opt-match-idx to rr-idx
           end-if.

       160-save-rotation.
           open output rotation-file.
           move last-examiner-id to rr-last-examiner.
           write rotation-record.
           close rotation-file.

      *the consumed transactions are cleared so they can't apply
      *twice
       200-take-transactions.
           open input assign-tran-file.
           if at-file-status = '00'
               read assign-tran-file
                   at end move 'n' to more-records
               end-read
               perform 210-take-one-transaction
                   until more-records = 'n'
               close assign-tran-file
               open output assign-tran-file
           end-if.
           close assign-tran-file.
           move 'y' to more-records.

       210-take-one-transaction.
           move at-type to act-type-out.
           move at-claimant-id to act-claimant-out.
           move at-from-examiner to act-from-out.
           move at-examiner-id to act-to-out.
           evaluate true
               when at-assign
                   perform 300-assign-one-claim
               when at-reassign
                   perform 400-reassign-inventory
               when other
                   move 'REJECTED - BAD TYPE CODE' to reject-reason
                   perform 480-reject-transaction
           end-evaluate.
           read assign-tran-file
               at end move 'n' to more-records
           end-read.

      *an examiner is an OPERMAST operator with the examiner flag;
      *new work only goes to one taking new claims
       250-check-examiner.
           move 'n' to examiner-ok-flag.
           move new-examiner-id to oper-request-id.
           move 'n' to opt-found-flag.
           perform 8855-scan-one-operator
               varying opt-idx from 1 by 1
               until opt-idx > operator-count or opt-found.
           if opt-found
               if opt-examiner (opt-match-idx) = 'Y'
                   move 'y' to examiner-ok-flag
                   if require-available
                       and opt-available (opt-match-idx) not = 'Y'
                       move 'n' to examiner-ok-flag
                   end-if
               end-if
           end-if.

       300-assign-one-claim.
           move at-claimant-id to cl-claimant-id.
           read claims-master
               invalid key
                   move 'n' to cl-found-flag
               not invalid key
                   move 'y' to cl-found-flag
           end-read.
           move at-examiner-id to new-examiner-id.
           move 'y' to require-available-flag.
           perform 250-check-examiner.
           evaluate true
               when not cl-found
                   move 'REJECTED - UNKNOWN CLAIMANT' to reject-reason
                   perform 480-reject-transaction
               when not examiner-ok
                   move 'REJECTED - EXAMINER NOT AVAIL' to reject-reason
                   perform 480-reject-transaction
               when other
                   move cl-examiner-id to act-from-out
                   perform 450-change-examiner
                   add 1 to claims-assigned
                   move 'APPLIED - ASSIGNED' to act-disp-out
                   perform 490-print-activity-line
           end-evaluate.

      *one pass over the master moves every open claim the
      *departing examiner holds
       400-reassign-inventory.
           move at-from-examiner to new-examiner-id.
           move 'n' to require-available-flag.
           perform 250-check-examiner.
           if not examiner-ok or at-from-examiner = spaces
               move 'REJECTED - FROM NOT AN EXAMINER'
                   to reject-reason
               perform 480-reject-transaction
           else
               move 'y' to require-available-flag
               move at-examiner-id to new-examiner-id
               if at-examiner-id not = spaces
                   perform 250-check-examiner
               end-if
               if at-examiner-id not = spaces and not examiner-ok
                   move 'REJECTED - TO NOT AVAILABLE'
                       to reject-reason
                   perform 480-reject-transaction
               else
                   move 'APPLIED - INVENTORY MOVED' to act-disp-out
                   perform 490-print-activity-line
                   move at-from-examiner to rr-exclude-id
                   move low-values to cl-claimant-id
                   start claims-master key not < cl-claimant-id
                       invalid key move 'n' to cl-found-flag
                       not invalid key move 'y' to cl-found-flag
                   end-start
                   if cl-found
                       read claims-master next record
                           at end move 'n' to cl-found-flag
                       end-read
                   end-if
                   perform 410-reassign-one-claim until not cl-found
                   move spaces to rr-exclude-id
               end-if
           end-if.

       410-reassign-one-claim.
           if cl-examiner-id = at-from-examiner and cl-open-claim
               if at-examiner-id = spaces
                   perform 600-next-examiner
               else
                   move 'y' to rr-picked-flag
                   move at-examiner-id to new-examiner-id
               end-if
               if rr-picked
                   move 'R' to act-type-out
                   move cl-claimant-id to act-claimant-out
                   move cl-examiner-id to act-from-out
                   move new-examiner-id to act-to-out
                   perform 450-change-examiner
                   add 1 to claims-reassigned
                   move '  MOVED' to act-disp-out
                   perform 490-print-activity-line
               end-if
           end-if.
           read claims-master next record
               at end move 'n' to cl-found-flag
           end-read.

       450-change-examiner.
           move claims-master-record to mj-before-image.
           move new-examiner-id to cl-examiner-id.
           move 'CLAIMMST' to mj-this-file.
           move 'C' to mj-action-code.
           move claims-master-record to mj-after-image.
           rewrite claims-master-record.
           perform 9850-journal-update.

       480-reject-transaction.
           move reject-reason to act-disp-out.
           perform 490-print-activity-line.
           add 1 to trans-rejected.
           move 'ASGN' to excp-reason-code.
           move 'claim assignment transaction rejected'
               to excp-reason-text.
           move assign-tran-record to excp-record-image.
           perform 9000-log-exception.

       490-print-activity-line.
           write record-out from print-activity-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *every open claim nobody owns goes to the next examiner in
      *the rotation
       500-assign-new-claims.
           move low-values to cl-claimant-id.
           start claims-master key not < cl-claimant-id
               invalid key move 'n' to more-records
           end-start.
           if more-records = 'y'
               read claims-master next record
                   at end move 'n' to more-records
               end-read
           end-if.
           perform 510-check-one-claim until more-records = 'n'.
           move 'y' to more-records.

       510-check-one-claim.
           if cl-open-claim and cl-examiner-id = spaces
               perform 600-next-examiner
               if rr-picked
                   move 'N' to act-type-out
                   move cl-claimant-id to act-claimant-out
                   move spaces to act-from-out
                   move new-examiner-id to act-to-out
                   perform 450-change-examiner
                   add 1 to claims-auto-assigned
                   move 'APPLIED - NEW CLAIM ASSIGNED' to act-disp-out
                   perform 490-print-activity-line
               else
                   add 1 to claims-unassigned
               end-if
           end-if.
           read claims-master next record
               at end move 'n' to more-records
           end-read.

      *the next available examiner after the last one used; a
      *departing examiner is stepped over
       600-next-examiner.
           move 'n' to rr-picked-flag.
           perform 610-step-rotation
               varying rr-step from 1 by 1
               until rr-step > operator-count or rr-picked.
           if rr-picked
               move opt-operator-id (rr-idx) to new-examiner-id
               move new-examiner-id to last-examiner-id
           else
               if no-examiner-logged = 'n'
                   move 'y' to no-examiner-logged
                   move 'ASNX' to excp-reason-code
                   move 'no examiner available for new claims'
                       to excp-reason-text
                   move claims-master-record to excp-record-image
                   perform 9000-log-exception
               end-if
           end-if.

       610-step-rotation.
           add 1 to rr-idx.
           if rr-idx > operator-count
               move 1 to rr-idx
           end-if.
           if opt-examiner (rr-idx) = 'Y'
               and opt-available (rr-idx) = 'Y'
               and opt-operator-id (rr-idx) not = rr-exclude-id
               move 'y' to rr-picked-flag
           end-if.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy OPERPR.

       copy EXCPPR.

       copy JRNLPR.

       end program irsassign.
