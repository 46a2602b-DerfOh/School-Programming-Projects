      *B-notice and TIN-mismatch processing
      *
      *The withholding-required flag on CLAIMMST was only ever set
      *from an IRSWHFLG file somebody keyed by hand.  Backup
      *withholding really starts when Treasury's CP2100 list says
      *the name/TIN combination we filed for a claimant doesn't
      *match its records.  This job works that list and the
      *claimants' answers to it:
      *
      *  - IRSCP210 carries the mismatches (claimant-id, name and
      *    TIN as filed, notice date, and the address the return
      *    went to).  A claimant on CLAIMMST has the withhold flag
      *    set, journaled to MFJRNL, and gets a B-notice letter on
      *    IRSBLTRS -- the first B-notice, or the second when an
      *    earlier notice falls within the past three years.  The
      *    notice lands on the IRSBNHST history with its response
      *    due date (30 business days out);
      *  - IRSTINCT carries certified-TIN responses.  A signed W-9
      *    answers a first notice; a second notice needs the TIN
      *    validated by the SSA or the IRS.  An accepted response
      *    resolves the open notices and clears the flag, again
      *    journaled to MFJRNL;
      *  - every run lists the notices still open past their
      *    response date and logs each one to the shared exception
      *    log.
      *
      *Unknown claimants, repeated notices and responses with
      *nothing open are rejected to the report and the exception
      *log.  Resolved notices drop off the history after three
      *years; both transaction files are cleared once consumed.
       identification division.
       program-id. irsbnotice.
       environment division.
       input-output section.

       file-control.
      *> optional: most nights bring no CP2100 list
           select optional mismatch-file assign to "IRSCP210"
                 organization is line sequential
                 file status is mm-file-status.

      *> optional: certified TINs returned by the claimants
           select optional cert-file assign to "IRSTINCT"
                 organization is line sequential
                 file status is ct-file-status.

      *> every B-notice sent, carried across runs
           select optional notice-history assign to "IRSBNHST"
                 organization is line sequential
                 file status is bh-file-status.

           select claims-master assign to "CLAIMMST"
                 organization is indexed
                 access mode is random
                 record key is cl-claimant-id
                 file status is cl-file-status.

           select file-out assign to printer, "con".

      *> the claimant letters, printed apart from the report
           select letter-file assign to printer, "IRSBLTRS".

           copy EXCPSEL.

           copy JRNLSEL.

           copy RPTSEL.

       data division.
       file section.
       fd mismatch-file label records are omitted.
       01 mismatch-record.
            05 mm-claimant-id     pic x(9).
            05 mm-name-filed      pic x(20).
            05 mm-tin             pic x(9).
            05 mm-notice-date     pic 9(8).
            05 mm-addr-line       pic x(25).
            05 mm-city            pic x(15).
            05 mm-state           pic x(2).
            05 mm-zip             pic x(5).

       fd cert-file label records are omitted.
       01 cert-record.
            05 ct-claimant-id     pic x(9).
            05 ct-tin             pic x(9).
            05 ct-cert-type       pic x.
                88 ct-w9-signed       value 'W'.
                88 ct-validated       value 'V'.
            05 ct-cert-date       pic 9(8).

       fd notice-history label records are omitted.
       01 notice-history-record.
            05 bh-claimant-id     pic x(9).
            05 bh-notice-date     pic 9(8).
            05 bh-notice-no       pic 9.
            05 bh-tin             pic x(9).
            05 bh-response-due    pic 9(8).
            05 bh-status          pic x.
            05 bh-resolved-date   pic 9(8).
            05 bh-cert-type       pic x.

       fd claims-master label records are standard.
       01 claims-master-record.
            05 cl-claimant-id    pic x(9).
            05 cl-name           pic x(20).
            05 cl-status         pic x.
            05 cl-received-date  pic 9(8).
            05 cl-status-date    pic 9(8).
            05 cl-reward         pic 9(8)v99.
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

       fd file-out label records are omitted.
       01 record-out pic x(80).

       fd letter-file label records are omitted.
       01 letter-out pic x(80).

       copy EXCPFD.

       copy JRNLFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 mm-file-status pic xx.
       01 ct-file-status pic xx.
       01 bh-file-status pic xx.
       01 cl-file-status pic xx.
       01 cl-found-flag pic x value 'n'.
           88 cl-found value 'y'.

       01 today-date-ccyymmdd pic 9(8) value 0.

      *30 business days, as whole weeks of calendar days
       01 response-window-days pic 99 value 42.

      *the notice history as it will be rewritten
       01 history-table.
           05 history-entry occurs 2000 times.
               10 ht-claimant-id        pic x(9).
               10 ht-notice-date        pic 9(8).
               10 ht-notice-no          pic 9.
               10 ht-tin                pic x(9).
               10 ht-response-due       pic 9(8).
               10 ht-status             pic x.
                   88 ht-open               value 'O'.
                   88 ht-resolved           value 'R'.
               10 ht-resolved-date      pic 9(8).
               10 ht-cert-type          pic x.
       01 history-count pic 9(4) value 0.
       01 ht-idx pic 9(4) value 0.

       01 three-year-cutoff pic 9(8) value 0.
       01 prior-notice-count pic 99 value 0.
       01 open-notice-count pic 99 value 0.
       01 open-second-flag pic x value 'n'.
           88 open-second-notice value 'y'.
       01 duplicate-flag pic x value 'n'.
           88 duplicate-notice value 'y'.
       01 this-notice-no pic 9 value 0.
       01 reject-reason pic x(30) value spaces.

       01 first-notices pic 9(5) value 0.
       01 second-notices pic 9(5) value 0.
       01 certs-accepted pic 9(5) value 0.
       01 trans-rejected pic 9(5) value 0.
       01 unresolved-count pic 9(5) value 0.
       01 history-dropped pic 9(5) value 0.

      *a date stepped forward one calendar day at a time
       01 term-date.
           05 term-yyyy pic 9(4).
           05 term-mm   pic 9(2).
           05 term-dd   pic 9(2).
       01 term-date-num redefines term-date pic 9(8).
       01 month-length-values pic x(24)
               value '312831303130313130313031'.
       01 month-length-table redefines month-length-values.
           05 month-length occurs 12 times pic 99.
       01 days-this-month pic 99 value 0.
       01 leap-quotient pic 9(4) value 0.
       01 leap-rem-4 pic 9(4) value 0.
       01 leap-rem-100 pic 9(4) value 0.
       01 leap-rem-400 pic 9(4) value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy JRNLWS.
       copy NAMESPLW.
       copy ADDRSTDW.

       01 line1-out.
           05 filler pic x(24) value spaces.
           05 filler pic x(30) value 'B-Notice and TIN Mismatches'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(5) value 'Type'.
           05 filler pic x(11) value 'Claim ID'.
           05 filler pic x(21) value 'Name As Filed'.
           05 filler pic x(10) value 'Date'.
           05 filler pic x(30) value 'Disposition'.

       01 print-activity-out.
           05 filler            pic x(2) value spaces.
           05 act-type-out      pic x.
           05 filler            pic x(3) value spaces.
           05 act-claimant-out  pic x(9).
           05 filler            pic x(2) value spaces.
           05 act-name-out      pic x(20).
           05 filler            pic x(1) value spaces.
           05 act-date-out      pic 9(8).
           05 filler            pic x(2) value spaces.
           05 act-disp-out      pic x(30).

       01 unresolved-title-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(40) value
               'Notices Open Past Their Response Date:'.

       01 print-unresolved-out.
           05 filler            pic x(6) value spaces.
           05 unr-claimant-out  pic x(9).
           05 filler            pic x(2) value spaces.
           05 filler            pic x(7) value 'Notice '.
           05 unr-notice-no-out pic 9.
           05 filler            pic x(2) value spaces.
           05 filler            pic x(6) value 'Sent: '.
           05 unr-notice-out    pic 9(8).
           05 filler            pic x(2) value spaces.
           05 filler            pic x(5) value 'Due: '.
           05 unr-due-out       pic 9(8).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(8) value 'First: '.
           05 first-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(8) value 'Second: '.
           05 second-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(11) value 'Certified: '.
           05 cert-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value 'Rejected: '.
           05 rejected-count-out pic zzzz9.

       01 summary-line-2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(19) value 'Open Past Due:     '.
           05 unresolved-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(19) value 'History Retired:   '.
           05 dropped-count-out pic zzzz9.

      *the letter's mailing label, name over address
       01 label-rule-out.
           05 filler pic x(38) value all '='.
       01 label-line-out.
           05 filler pic x(3) value spaces.
           05 label-text-out pic x(40).

       01 letter-title-out.
           05 filler pic x(1) value spaces.
           05 letter-title-text pic x(40).

       01 letter-body-out.
           05 filler pic x(1) value spaces.
           05 letter-body-text pic x(50).

       01 letter-detail-out.
           05 filler pic x(1) value spaces.
           05 letter-detail-label pic x(20).
           05 letter-detail-text pic x(25).

       01 masked-tin.
           05 filler pic x(7) value '***-**-'.
           05 masked-tin-last-4 pic x(4).

       procedure division.
       100-main.
           open output file-out.
           open output letter-file.
           open i-o claims-master.
           if cl-file-status not = '00'
               display 'CLAIMS-MASTER FAILED TO OPEN, STATUS '
                   cl-file-status
               stop run
           end-if.
           perform 8900-open-exception-log.
           move 'IRSBNOTICE  ' to excp-this-job.
           perform 9800-open-master-journal.

           move 'B-NOTICE PROCESSING ' to banner-job-name.
           move 'BN0001' to banner-batch-id.
           perform 8000-print-banner-page.
           move banner-run-date-ccyymmdd to today-date-ccyymmdd.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 150-load-notice-history.
      *        answers first, so tonight's new notice isn't resolved
      *        by a response to an older one
           perform 200-take-certifications.
           perform 300-take-mismatches.
           perform 500-list-unresolved.
           perform 600-rewrite-notice-history.

           move first-notices to first-count-out.
           move second-notices to second-count-out.
           move certs-accepted to cert-count-out.
           move trans-rejected to rejected-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move unresolved-count to unresolved-count-out.
           move history-dropped to dropped-count-out.
           write record-out from summary-line-2-out
               after advancing 1 line.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           close letter-file.
           close claims-master.
           close master-journal.
           close exception-log.
           stop run.

       150-load-notice-history.
           open input notice-history.
           if bh-file-status = '00'
               read notice-history
                   at end move 'n' to more-records
               end-read
               perform 155-load-one-notice
                   until more-records = 'n'
           end-if.
           close notice-history.
           move 'y' to more-records.

       155-load-one-notice.
           perform 160-check-history-room.
           add 1 to history-count.
           move bh-claimant-id to ht-claimant-id (history-count).
           move bh-notice-date to ht-notice-date (history-count).
           move bh-notice-no to ht-notice-no (history-count).
           move bh-tin to ht-tin (history-count).
           move bh-response-due to ht-response-due (history-count).
           move bh-status to ht-status (history-count).
           move bh-resolved-date to ht-resolved-date (history-count).
           move bh-cert-type to ht-cert-type (history-count).
           read notice-history
               at end move 'n' to more-records
           end-read.

       160-check-history-room.
           if history-count >= 2000
               display 'NOTICE HISTORY TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.

      *the consumed responses are cleared so they can't apply twice
       200-take-certifications.
           open input cert-file.
           if ct-file-status = '00'
               read cert-file
                   at end move 'n' to more-records
               end-read
               perform 210-take-one-certification
                   until more-records = 'n'
               close cert-file
               open output cert-file
           end-if.
           close cert-file.
           move 'y' to more-records.

       210-take-one-certification.
           move ct-claimant-id to cl-claimant-id.
           perform 400-read-claim.
           move 0 to open-notice-count.
           move 'n' to open-second-flag.
           perform 215-count-one-open-notice
               varying ht-idx from 1 by 1
               until ht-idx > history-count.
           move 'C' to act-type-out.
           move ct-claimant-id to act-claimant-out.
           move spaces to act-name-out.
           move ct-cert-date to act-date-out.
           evaluate true
               when not cl-found
                   move 'REJECTED - UNKNOWN CLAIMANT   '
                       to reject-reason
               when ct-tin = spaces or ct-tin not numeric
                   move 'REJECTED - NO CERTIFIED TIN   '
                       to reject-reason
               when not ct-w9-signed and not ct-validated
                   move 'REJECTED - BAD CERTIFICATION  '
                       to reject-reason
               when open-notice-count = 0 and not cl-withhold-required
                   move 'REJECTED - NO NOTICE OPEN     '
                       to reject-reason
               when open-second-notice and not ct-validated
                   move 'REJECTED - NEEDS SSA/IRS PROOF'
                       to reject-reason
               when other
                   move spaces to reject-reason
           end-evaluate.
           if reject-reason = spaces
               move cl-name to act-name-out
               perform 220-resolve-one-notice
                   varying ht-idx from 1 by 1
                   until ht-idx > history-count
               if cl-withhold-required
                   move claims-master-record to mj-before-image
                   move space to cl-withhold-flag
                   perform 450-rewrite-claim
               end-if
               add 1 to certs-accepted
               move 'APPLIED - FLAG CLEARED        ' to act-disp-out
               perform 250-print-activity-line
           else
               move reject-reason to act-disp-out
               perform 250-print-activity-line
               move 'BNCT' to excp-reason-code
               move 'certified TIN response rejected'
                   to excp-reason-text
               move cert-record to excp-record-image
               perform 480-reject-transaction
           end-if.
           read cert-file
               at end move 'n' to more-records
           end-read.

       215-count-one-open-notice.
           if ht-claimant-id (ht-idx) = ct-claimant-id
               and ht-open (ht-idx)
               add 1 to open-notice-count
               if ht-notice-no (ht-idx) = 2
                   move 'y' to open-second-flag
               end-if
           end-if.

       220-resolve-one-notice.
           if ht-claimant-id (ht-idx) = ct-claimant-id
               and ht-open (ht-idx)
               move 'R' to ht-status (ht-idx)
               move ct-cert-date to ht-resolved-date (ht-idx)
               move ct-cert-type to ht-cert-type (ht-idx)
               move ct-tin to ht-tin (ht-idx)
           end-if.

       250-print-activity-line.
           write record-out from print-activity-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *one mismatch, one B-notice; the count of notices in the
      *past three years decides which one
       300-take-mismatches.
           open input mismatch-file.
           if mm-file-status = '00'
               read mismatch-file
                   at end move 'n' to more-records
               end-read
               perform 310-take-one-mismatch
                   until more-records = 'n'
               close mismatch-file
               open output mismatch-file
           end-if.
           close mismatch-file.
           move 'y' to more-records.

       310-take-one-mismatch.
           move mm-claimant-id to cl-claimant-id.
           perform 400-read-claim.
           compute three-year-cutoff = mm-notice-date - 30000.
           move 0 to prior-notice-count.
           move 'n' to duplicate-flag.
           perform 315-count-one-prior-notice
               varying ht-idx from 1 by 1
               until ht-idx > history-count.
           move 'M' to act-type-out.
           move mm-claimant-id to act-claimant-out.
           move mm-name-filed to act-name-out.
           move mm-notice-date to act-date-out.
           evaluate true
               when mm-notice-date not numeric or mm-notice-date = 0
                   move 'REJECTED - BAD NOTICE DATE    '
                       to reject-reason
               when not cl-found
                   move 'REJECTED - UNKNOWN CLAIMANT   '
                       to reject-reason
               when duplicate-notice
                   move 'REJECTED - NOTICE ALREADY SENT'
                       to reject-reason
               when other
                   move spaces to reject-reason
           end-evaluate.
           if reject-reason = spaces
               if prior-notice-count = 0
                   move 1 to this-notice-no
                   add 1 to first-notices
                   move 'APPLIED - FIRST B-NOTICE      ' to act-disp-out
               else
                   move 2 to this-notice-no
                   add 1 to second-notices
                   move 'APPLIED - SECOND B-NOTICE     ' to act-disp-out
               end-if
               perform 320-record-notice
               if not cl-withhold-required
                   move claims-master-record to mj-before-image
                   move 'W' to cl-withhold-flag
                   perform 450-rewrite-claim
               end-if
               perform 250-print-activity-line
               perform 700-print-b-notice
           else
               move reject-reason to act-disp-out
               perform 250-print-activity-line
               move 'BNMM' to excp-reason-code
               move 'TIN mismatch not processed'
                   to excp-reason-text
               move mismatch-record to excp-record-image
               perform 480-reject-transaction
           end-if.
           read mismatch-file
               at end move 'n' to more-records
           end-read.

       315-count-one-prior-notice.
           if ht-claimant-id (ht-idx) = mm-claimant-id
               if ht-notice-date (ht-idx) = mm-notice-date
                   move 'y' to duplicate-flag
               else
                   if ht-notice-date (ht-idx) > three-year-cutoff
                       and ht-notice-date (ht-idx) < mm-notice-date
                       add 1 to prior-notice-count
                   end-if
               end-if
           end-if.

      *the claimant answers within 30 business days of the letter
       320-record-notice.
           move today-date-ccyymmdd to term-date-num.
           perform 330-advance-term-date response-window-days times.
           perform 160-check-history-room.
           add 1 to history-count.
           move mm-claimant-id to ht-claimant-id (history-count).
           move mm-notice-date to ht-notice-date (history-count).
           move this-notice-no to ht-notice-no (history-count).
           move mm-tin to ht-tin (history-count).
           move term-date-num to ht-response-due (history-count).
           move 'O' to ht-status (history-count).
           move 0 to ht-resolved-date (history-count).
           move space to ht-cert-type (history-count).

       330-advance-term-date.
           move month-length (term-mm) to days-this-month.
           if term-mm = 2
               divide term-yyyy by 4
                   giving leap-quotient remainder leap-rem-4
               divide term-yyyy by 100
                   giving leap-quotient remainder leap-rem-100
               divide term-yyyy by 400
                   giving leap-quotient remainder leap-rem-400
               if leap-rem-4 = 0
                   and (leap-rem-100 not = 0 or leap-rem-400 = 0)
                   move 29 to days-this-month
               end-if
           end-if.
           add 1 to term-dd.
           if term-dd > days-this-month
               move 1 to term-dd
               add 1 to term-mm
               if term-mm > 12
                   move 1 to term-mm
                   add 1 to term-yyyy
               end-if
           end-if.

       400-read-claim.
           read claims-master
               invalid key
                   move 'n' to cl-found-flag
               not invalid key
                   move 'y' to cl-found-flag
           end-read.

      *the flag change is journaled with the row as it stood
       450-rewrite-claim.
           move 'CLAIMMST' to mj-this-file.
           move 'C' to mj-action-code.
           move claims-master-record to mj-after-image.
           rewrite claims-master-record.
           perform 9850-journal-update.

       480-reject-transaction.
           add 1 to trans-rejected.
           perform 9000-log-exception.

      *an open notice past its response date stays flagged and goes
      *to the exception log every run until it is answered
       500-list-unresolved.
           write record-out from unresolved-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 510-check-one-unresolved
               varying ht-idx from 1 by 1
               until ht-idx > history-count.

       510-check-one-unresolved.
           if ht-open (ht-idx)
               and ht-response-due (ht-idx) < today-date-ccyymmdd
               add 1 to unresolved-count
               move ht-claimant-id (ht-idx) to unr-claimant-out
               move ht-notice-no (ht-idx) to unr-notice-no-out
               move ht-notice-date (ht-idx) to unr-notice-out
               move ht-response-due (ht-idx) to unr-due-out
               write record-out from print-unresolved-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
               move 'BNUR' to excp-reason-code
               move 'B-notice unanswered past response date'
                   to excp-reason-text
               move print-unresolved-out to excp-record-image
               perform 9000-log-exception
           end-if.

      *a resolved notice older than three years no longer counts
      *toward a second notice and drops off
       600-rewrite-notice-history.
           compute three-year-cutoff = today-date-ccyymmdd - 30000.
           open output notice-history.
           perform 610-write-one-notice
               varying ht-idx from 1 by 1
               until ht-idx > history-count.
           close notice-history.

       610-write-one-notice.
           if ht-resolved (ht-idx)
               and ht-notice-date (ht-idx) <= three-year-cutoff
               add 1 to history-dropped
           else
               move ht-claimant-id (ht-idx) to bh-claimant-id
               move ht-notice-date (ht-idx) to bh-notice-date
               move ht-notice-no (ht-idx) to bh-notice-no
               move ht-tin (ht-idx) to bh-tin
               move ht-response-due (ht-idx) to bh-response-due
               move ht-status (ht-idx) to bh-status
               move ht-resolved-date (ht-idx) to bh-resolved-date
               move ht-cert-type (ht-idx) to bh-cert-type
               write notice-history-record
           end-if.

      *the letter goes to the name and address the return was
      *filed under, since that is what Treasury says is wrong
       700-print-b-notice.
           move mm-name-filed to namespl-full-name.
           perform 9500-normalize-name.
           move mm-addr-line to addrstd-addr-line.
           move mm-city to addrstd-city.
           move mm-state to addrstd-state.
           move mm-zip to addrstd-zip.
           perform 9550-standardize-address.
           write letter-out from label-rule-out
               after advancing page.
           move spaces to label-text-out.
           string namespl-first-name delimited by '  '
                  ' '                delimited by size
                  namespl-last-name  delimited by '  '
                  into label-text-out.
           write letter-out from label-line-out
               after advancing 1 line.
           move addrstd-addr-line to label-text-out.
           write letter-out from label-line-out
               after advancing 1 line.
           move spaces to label-text-out.
           string addrstd-city delimited by '  '
                  ', '         delimited by size
                  addrstd-state delimited by size
                  ' '          delimited by size
                  addrstd-zip  delimited by size
                  into label-text-out.
           write letter-out from label-line-out
               after advancing 1 line.

           if this-notice-no = 1
               move 'FIRST B-NOTICE - BACKUP WITHHOLDING'
                   to letter-title-text
           else
               move 'SECOND B-NOTICE - BACKUP WITHHOLDING'
                   to letter-title-text
           end-if.
           write letter-out from letter-title-out
               after advancing 3 lines.
           move 'THE IRS HAS TOLD US THAT THE NAME AND TAXPAYER'
               to letter-body-text.
           perform 745-print-letter-body.
           move 'IDENTIFICATION NUMBER BELOW, WHICH WE REPORTED FOR'
               to letter-body-text.
           perform 745-print-letter-body.
           move 'YOUR REWARD, DO NOT MATCH ITS RECORDS.'
               to letter-body-text.
           perform 745-print-letter-body.

           move 'Claim Number:       ' to letter-detail-label.
           move mm-claimant-id to letter-detail-text.
           perform 760-print-letter-detail.
           move 'Name On The Return: ' to letter-detail-label.
           move mm-name-filed to letter-detail-text.
           perform 760-print-letter-detail.
           move 'TIN On The Return:  ' to letter-detail-label.
           move mm-tin (6:4) to masked-tin-last-4.
           move masked-tin to letter-detail-text.
           perform 760-print-letter-detail.
           move 'Respond By:         ' to letter-detail-label.
           move ht-response-due (history-count) to letter-detail-text.
           perform 760-print-letter-detail.

           move spaces to letter-body-text.
           perform 745-print-letter-body.
           if this-notice-no = 1
               move 'PLEASE SIGN AND RETURN THE ENCLOSED FORM W-9 WITH'
                   to letter-body-text
               perform 745-print-letter-body
               move 'YOUR CORRECT NAME AND NUMBER BY THE DATE ABOVE.'
                   to letter-body-text
               perform 745-print-letter-body
           else
               move 'THIS IS THE SECOND NOTICE IN THREE YEARS.  A NEW'
                   to letter-body-text
               perform 745-print-letter-body
               move 'W-9 IS NOT ENOUGH: SEND US THE SOCIAL SECURITY'
                   to letter-body-text
               perform 745-print-letter-body
               move 'ADMINISTRATION OR IRS LETTER VALIDATING YOUR'
                   to letter-body-text
               perform 745-print-letter-body
               move 'NUMBER BY THE DATE ABOVE.'
                   to letter-body-text
               perform 745-print-letter-body
           end-if.
           move 'UNTIL WE HEAR FROM YOU, 24 PERCENT OF EVERY PAYMENT'
               to letter-body-text.
           perform 745-print-letter-body.
           move 'WE MAKE TO YOU WILL BE WITHHELD AND PAID TO THE IRS'
               to letter-body-text.
           perform 745-print-letter-body.
           move 'AS BACKUP WITHHOLDING.'
               to letter-body-text.
           perform 745-print-letter-body.

       745-print-letter-body.
           write letter-out from letter-body-out
               after advancing 1 line.

       760-print-letter-detail.
           write letter-out from letter-detail-out
               after advancing 1 line.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy JRNLPR.

       copy NAMESPLP.

       copy ADDRSTDP.

       end program irsbnotice.
