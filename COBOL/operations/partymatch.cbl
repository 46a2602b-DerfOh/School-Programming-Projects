      *Shared party master matching
      *
      *The same person turns up in the shop's businesses under four
      *unrelated ids: a CUSTMAST rental customer, the tenant of a
      *LEASEMAST unit, a CLAIMMST reward claimant and the principal
      *of a SHIPCOMP shipping company.  This job gives each person
      *one party id on PARTYMST and links every business record to
      *it on PARTYLNK, member type 'C' customer, 'T' tenant (the
      *building and unit of an active lease), 'L' claimant or 'S'
      *company (its contact name, or the company name when no
      *contact is on file).
      *
      *Every member not yet linked is run through the shared name
      *normalization and ADDRSTD address standardization and
      *scored against every party the way custmerge.cbl scores a
      *duplicate pair: same normalized last name 50, same first
      *name 30, first initial only 10, same middle initial 10,
      *plus same standardized street line 20 and same zip 10.  A
      *score at or over PARMMAST PARTYMATCH / LINK-THRESHOLD (100
      *when no row is in force) links the member to that party.
      *A score at or over REVIEW-THRESHOLD (60) is uncertain: the
      *pair prints, goes to the shared exception log (PTRV) and is
      *carried pending on the PARTYREVW review file, and the member
      *stays unlinked until it is decided.  Anything lower starts a
      *new party of its own.  A tenant unit whose lease has passed
      *to someone else loses its old link and is matched again; an
      *erased customer's link is dropped and never made again.
      *
      *Decisions on pending pairs arrive on PARTYDEC (operator-id,
      *decision 'A' approved or 'R' rejected, member type, member
      *id, party id), each judged against the operator's party
      *authority on OPERMAST and landed on the ACCAUDIT access
      *trail either way.  An approved pair links the member to the
      *party; a rejected one gives the member a new party of its
      *own.  A decision from an operator without authority, with
      *an unknown code, for a pair not on the review file, for one
      *already decided or for a member no longer as it was
      *reviewed is refused to the report and the exception log.
      *
      *Last, the blocks roll up.  A party is blocked ('B', do not
      *serve) while any linked member is blocked on its own master
      *-- a CUSTMAST do-not-rent block, a CLAIMMST sanctions
      *payment hold or a SHIPCOMP standing of 'S' -- so the other
      *businesses' exception checks find it through the party.  A
      *block whose member is no longer blocked is lifted.  The
      *certified-funds-only flag ('F') aptrecv.cbl sets stays
      *until a do-not-serve block overrides it.  A party no longer
      *linked to anything keeps no name or address.  Every party
      *and link change journals to MFJRNL.
       identification division.
       program-id. partymatch.
       environment division.
       input-output section.

       file-control.
           select optional review-file assign to "PARTYREVW"
                 organization is line sequential
                 file status is rv-file-status.

      *> optional: most nights carry no decisions
           select optional decision-file assign to "PARTYDEC"
                 organization is line sequential
                 file status is dc-file-status.

           select customer-master assign to "CUSTMAST"
                 organization is indexed
                 access mode is dynamic
                 record key is cm-customer-id
                 file status is cm-file-status.

           select claims-master assign to "CLAIMMST"
                 organization is indexed
                 access mode is dynamic
                 record key is cl-claimant-id
                 file status is cl-file-status.

           select company-master-file assign to "SHIPCOMP"
                 organization is line sequential
                 file status is scm-file-status.

           select lease-master assign to "LEASEMAST"
                 organization is line sequential
                 file status is lm-file-status.

           copy PRTYSEL.

           select file-out assign to printer, "con".

           copy JRNLSEL.

           copy EXCPSEL.

           copy OPERSEL.

           copy PARMSEL.

           copy RPTSEL.

       data division.
       file section.
       fd review-file label records are omitted.
       01 review-record.
           05 rv-member-type    pic x.
           05 rv-member-id      pic x(9).
           05 rv-member-name    pic x(20).
           05 rv-party-id       pic 9(7).
           05 rv-party-name     pic x(20).
           05 rv-score          pic 9(3).
           05 rv-found-date     pic 9(8).
           05 rv-status         pic x.
           05 rv-decided-by     pic x(8).
           05 rv-decision-date  pic 9(8).

       fd decision-file label records are omitted.
       01 decision-record.
           05 dc-operator       pic x(8).
           05 dc-decision       pic x.
               88 dc-approved       value 'A'.
               88 dc-rejected       value 'R'.
           05 dc-member-type    pic x.
           05 dc-member-id      pic x(9).
           05 dc-party-id       pic 9(7).

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

       fd claims-master label records are standard.
       01 claims-master-record.
            05 cl-claimant-id    pic x(9).
            05 cl-name           pic x(20).
            05 cl-status         pic x.
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

       fd company-master-file label records are omitted.
       01 company-master-record.
           05 scm-company-id-in     pic x(6).
           05 scm-company-name-in   pic x(20).
           05 scm-credit-limit-in   pic 9(9)v99.
           05 scm-standing-in       pic x.
           05 scm-contact-in        pic x(20).
           05 scm-addr-line-in      pic x(25).
           05 scm-city-in           pic x(15).
           05 scm-state-in          pic x(2).
           05 scm-zip-in            pic x(5).

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

       copy PRTYFD.

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy JRNLFD.

       copy EXCPFD.

       copy OPERFD.

       copy PARMFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 rv-file-status pic xx.
       01 dc-file-status pic xx.
       01 cm-file-status pic xx.
       01 cl-file-status pic xx.
       01 scm-file-status pic xx.
       01 lm-file-status pic xx.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy NAMESPLW.
       copy ADDRSTDW.
       copy JRNLWS.
       copy OPERWS.
       copy PARMWS.
       copy PRTYWS.

      *every party on file and every one started tonight, each with
      *the normalized name pieces the scoring works from, the block
      *its members earn tonight and how many members it has
       01 party-table.
           05 party-entry occurs 5000 times.
               10 pe-image.
                   15 pe-party-id       pic 9(7).
                   15 pe-party-name     pic x(20).
                   15 pe-addr-line      pic x(25).
                   15 pe-city           pic x(15).
                   15 pe-state          pic x(2).
                   15 pe-zip            pic x(5).
                   15 pe-block-status   pic x.
                       88 pe-blocked        value 'B'.
                       88 pe-certified-only value 'F'.
                   15 pe-block-reason   pic x(4).
                   15 pe-block-member.
                       20 pe-block-type pic x.
                       20 pe-block-id   pic x(9).
                   15 pe-block-date     pic 9(8).
                   15 pe-created-date   pic 9(8).
               10 pe-last-name          pic x(20).
               10 pe-first-name         pic x(15).
               10 pe-middle-name        pic x(15).
               10 pe-change-flag        pic x.
                   88 pe-unchanged      value 'U'.
                   88 pe-added          value 'A'.
                   88 pe-changed        value 'C'.
               10 pe-earned-status      pic x.
                   88 pe-earned-block   value 'B'.
               10 pe-earned-reason      pic x(4).
               10 pe-earned-member      pic x(10).
               10 pe-member-count       pic 9(4).
       01 party-count pic 9(4) value 0.
       01 pe-idx pic 9(4) value 0.
       01 pe-match-idx pic 9(4) value 0.
       01 next-party-id pic 9(7) value 0.
       01 search-party-id pic 9(7) value 0.
       01 party-entry-found-flag pic x value 'n'.
           88 party-entry-found value 'y'.

      *every business record that can belong to a party
       01 member-table.
           05 member-entry occurs 5000 times.
               10 mb-member-type        pic x.
               10 mb-member-id          pic x(9).
               10 mb-member-name        pic x(20).
               10 mb-last-name          pic x(20).
               10 mb-first-name         pic x(15).
               10 mb-middle-name        pic x(15).
               10 mb-addr-line          pic x(25).
               10 mb-city               pic x(15).
               10 mb-state              pic x(2).
               10 mb-zip                pic x(5).
               10 mb-block-status       pic x.
                   88 mb-blocked        value 'B'.
               10 mb-block-reason       pic x(4).
               10 mb-party-id           pic 9(7).
       01 member-count pic 9(4) value 0.
       01 mb-idx pic 9(4) value 0.
       01 member-found-flag pic x value 'n'.
           88 member-found value 'y'.

       01 review-table.
           05 review-entry occurs 2000 times.
               10 rw-member-type    pic x.
               10 rw-member-id      pic x(9).
               10 rw-member-name    pic x(20).
               10 rw-party-id       pic 9(7).
               10 rw-party-name     pic x(20).
               10 rw-score          pic 9(3).
               10 rw-found-date     pic 9(8).
               10 rw-status         pic x.
                   88 rw-pending        value 'P'.
                   88 rw-approved       value 'A'.
                   88 rw-rejected       value 'R'.
                   88 rw-superseded     value 'X'.
               10 rw-decided-by     pic x(8).
               10 rw-decision-date  pic 9(8).
       01 review-count pic 9(4) value 0.
       01 rw-idx pic 9(4) value 0.
       01 rw-match-idx pic 9(4) value 0.
       01 review-found-flag pic x value 'n'.
           88 review-found value 'y'.

       01 run-date-num pic 9(8) value 0.
       01 match-score pic 9(3) value 0.
       01 best-score pic 9(3) value 0.
       01 link-threshold pic 9(3) value 100.
       01 review-threshold pic 9(3) value 60.
       01 link-by pic x(8).
       01 link-disposition pic x(24).

       01 member-total-count pic 9(5) value 0.
       01 linked-before-count pic 9(5) value 0.
       01 auto-link-count pic 9(5) value 0.
       01 new-party-count pic 9(5) value 0.
       01 review-raised-count pic 9(5) value 0.
       01 awaiting-count pic 9(5) value 0.
       01 dropped-count pic 9(5) value 0.
       01 applied-count pic 9(5) value 0.
       01 rejected-count pic 9(5) value 0.
       01 block-change-count pic 9(5) value 0.

       01 line1-out.
           05 filler pic x(26) value spaces.
           05 filler pic x(21) value 'Party Master Matching'.

       01 decision-title-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(10) value 'Decisions:'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(2) value 'T'.
           05 filler pic x(10) value 'Member'.
           05 filler pic x(21) value 'Name'.
           05 filler pic x(8) value 'Party'.
           05 filler pic x(6) value 'Score'.
           05 filler pic x(11) value 'Disposition'.

       01 link-title-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(6) value 'Links:'.

       01 print-link-out.
           05 filler            pic x(1) value spaces.
           05 link-type-out     pic x.
           05 filler            pic x(1) value spaces.
           05 link-member-out   pic x(9).
           05 filler            pic x(1) value spaces.
           05 link-name-out     pic x(20).
           05 filler            pic x(1) value spaces.
           05 link-party-out    pic 9(7).
           05 filler            pic x(2) value spaces.
           05 link-score-out    pic zz9.
           05 filler            pic x(2) value spaces.
           05 link-disp-out     pic x(24).

       01 print-decision-out.
           05 filler            pic x(1) value spaces.
           05 dec-operator-out  pic x(8).
           05 filler            pic x(1) value spaces.
           05 dec-code-out      pic x.
           05 filler            pic x(1) value spaces.
           05 dec-type-out      pic x.
           05 filler            pic x(1) value spaces.
           05 dec-member-out    pic x(9).
           05 filler            pic x(1) value spaces.
           05 dec-party-out     pic 9(7).
           05 filler            pic x(2) value spaces.
           05 dec-disp-out      pic x(34).

       01 block-title-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(14) value 'Party Blocks:'.

       01 print-block-out.
           05 filler            pic x(1) value spaces.
           05 blk-party-out     pic 9(7).
           05 filler            pic x(1) value spaces.
           05 blk-name-out      pic x(20).
           05 filler            pic x(1) value spaces.
           05 blk-old-out       pic x.
           05 filler            pic x(4) value ' -> '.
           05 blk-new-out       pic x.
           05 filler            pic x(2) value spaces.
           05 blk-reason-out    pic x(4).
           05 filler            pic x(1) value spaces.
           05 blk-member-out    pic x(10).
           05 filler            pic x(2) value spaces.
           05 blk-disp-out      pic x(20).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value 'Members: '.
           05 member-total-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(8) value 'Linked: '.
           05 auto-link-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(5) value 'New: '.
           05 new-party-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(8) value 'Review: '.
           05 review-raised-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value 'Dropped: '.
           05 dropped-out pic zzzz9.

       01 summary-line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(10) value 'Awaiting: '.
           05 awaiting-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value 'Decided: '.
           05 applied-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value 'Rejected: '.
           05 rejected-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(8) value 'Blocks: '.
           05 block-change-out pic zzzz9.

       procedure division.
       100-main.
           open input customer-master.
           if cm-file-status not = '00'
               display 'CUSTOMER-MASTER FAILED TO OPEN, STATUS '
                   cm-file-status
               stop run
           end-if.
           open input claims-master.
           if cl-file-status not = '00'
               display 'CLAIMS-MASTER FAILED TO OPEN, STATUS '
                   cl-file-status
               stop run
           end-if.
           open output file-out.
           perform 9800-open-master-journal.
           perform 8900-open-exception-log.
           move 'PARTYMATCH  ' to excp-this-job.
           perform 8800-load-operator-master.
           perform 050-load-parameters.

           move 'PARTY MATCHING      ' to banner-job-name.
           move 'PY0001' to banner-batch-id.
           perform 8000-print-banner-page.
           perform 8650-print-parameters.
           move banner-run-date-ccyymmdd to run-date-num.

           perform 110-open-party-files.
           perform 120-load-parties.
           perform 130-load-review.
           perform 140-load-customers.
           perform 150-load-claimants.
           perform 160-load-companies.
           perform 170-load-tenants.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 5 to page-line-count.

      *        tonight's decisions go first, so a member approved
      *        this morning is linked before anything is scored
           perform 200-apply-decisions.

           write record-out from link-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 300-match-one-member
               varying mb-idx from 1 by 1
               until mb-idx > member-count.

           write record-out from block-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 400-roll-up-blocks.

           perform 600-rewrite-review.
           perform 610-write-parties
               varying pe-idx from 1 by 1
               until pe-idx > party-count.

           move member-total-count to member-total-out.
           move auto-link-count to auto-link-out.
           move new-party-count to new-party-out.
           move review-raised-count to review-raised-out.
           move dropped-count to dropped-out.
           move awaiting-count to awaiting-out.
           move applied-count to applied-count-out.
           move rejected-count to rejected-count-out.
           move block-change-count to block-change-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           write record-out from summary-line2-out
               after advancing 1 line.
           perform 8020-capture-line.

           close customer-master.
           close claims-master.
           close party-master.
           close party-link.
           close file-out.
           perform 8030-close-report-capture.
           close master-journal.
           close exception-log.
           stop run.

       050-load-parameters.
           perform 8600-open-parameters.
           move 'PARTYMATCH' to parm-lookup-program.
           move 'LINK-THRESHOLD' to parm-lookup-name.
           move link-threshold to parm-value.
           perform 8610-get-parameter.
           move parm-value to link-threshold.
           move 'PARTYMATCH' to parm-lookup-program.
           move 'REVIEW-THRESHOLD' to parm-lookup-name.
           move review-threshold to parm-value.
           perform 8610-get-parameter.
           move parm-value to review-threshold.
           perform 8690-close-parameters.

      *the first run finds neither file and starts both empty
       110-open-party-files.
           open i-o party-master.
           if party-file-status = '35' or party-file-status = '05'
               close party-master
               open output party-master
               close party-master
               open i-o party-master
           end-if.
           if party-file-status not = '00'
               display 'PARTY-MASTER FAILED TO OPEN, STATUS '
                   party-file-status
               stop run
           end-if.
           open i-o party-link.
           if party-link-status = '35' or party-link-status = '05'
               close party-link
               open output party-link
               close party-link
               open i-o party-link
           end-if.
           if party-link-status not = '00'
               display 'PARTY-LINK FAILED TO OPEN, STATUS '
                   party-link-status
               stop run
           end-if.

      *in key order, so the next new id is one past the last
       120-load-parties.
           move 0 to pa-party-id.
           start party-master key not < pa-party-id
               invalid key move 'n' to more-records
           end-start.
           perform 125-load-one-party until more-records = 'n'.
           move 'y' to more-records.
           add 1 to next-party-id.

       125-load-one-party.
           read party-master next record
               at end
                   move 'n' to more-records
               not at end
                   perform 127-check-party-room
                   add 1 to party-count
                   move party-master-record to pe-image (party-count)
                   move 'U' to pe-change-flag (party-count)
                   move party-count to pe-idx
                   perform 128-split-party-name
                   if pa-party-id > next-party-id
                       move pa-party-id to next-party-id
                   end-if
           end-read.

       127-check-party-room.
           if party-count >= 5000
               display 'PARTY TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.

       128-split-party-name.
           move spaces to namespl-full-name.
           move pe-party-name (pe-idx) to namespl-full-name.
           perform 9500-normalize-name.
           move namespl-last-name to pe-last-name (pe-idx).
           move namespl-first-name to pe-first-name (pe-idx).
           move namespl-middle-name to pe-middle-name (pe-idx).

       130-load-review.
           open input review-file.
           if rv-file-status = '00'
               read review-file at end move 'n' to more-records
               end-read
               perform 135-load-one-review
                   until more-records = 'n'
           end-if.
           close review-file.
           move 'y' to more-records.

       135-load-one-review.
           if review-count >= 2000
               display 'REVIEW TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to review-count.
           move review-record to review-entry (review-count).
           read review-file at end move 'n' to more-records.

      *an erased customer is no longer anyone the shop knows: its
      *link goes and its masked record is never matched again
       140-load-customers.
           move low-values to cm-customer-id.
           start customer-master key not < cm-customer-id
               invalid key move 'n' to more-records
           end-start.
           perform 145-load-one-customer until more-records = 'n'.
           move 'y' to more-records.

       145-load-one-customer.
           read customer-master next record
               at end
                   move 'n' to more-records
               not at end
                   if cm-block-reason = 'ERAS'
                       move 'C' to pl-member-type
                       move cm-customer-id to pl-member-id
                       perform 188-drop-stale-link
                   else
                       perform 180-next-member-slot
                       move 'C' to mb-member-type (member-count)
                       move cm-customer-id
                           to mb-member-id (member-count)
                       move cm-customer-name
                           to mb-member-name (member-count)
                       move cm-addr-line to mb-addr-line (member-count)
                       move cm-city to mb-city (member-count)
                       move cm-state to mb-state (member-count)
                       move cm-zip to mb-zip (member-count)
                       if cm-blocked
                           move 'B' to mb-block-status (member-count)
                           move cm-block-reason
                               to mb-block-reason (member-count)
                       end-if
                       perform 185-finish-member
                   end-if
           end-read.

       150-load-claimants.
           move low-values to cl-claimant-id.
           start claims-master key not < cl-claimant-id
               invalid key move 'n' to more-records
           end-start.
           perform 155-load-one-claimant until more-records = 'n'.
           move 'y' to more-records.

       155-load-one-claimant.
           read claims-master next record
               at end
                   move 'n' to more-records
               not at end
                   perform 180-next-member-slot
                   move 'L' to mb-member-type (member-count)
                   move cl-claimant-id to mb-member-id (member-count)
                   move cl-name to mb-member-name (member-count)
                   move cl-addr-line to mb-addr-line (member-count)
                   move cl-city to mb-city (member-count)
                   move cl-state to mb-state (member-count)
                   move cl-zip to mb-zip (member-count)
                   if cl-sanction-hold
                       move 'B' to mb-block-status (member-count)
                       move 'SANC' to mb-block-reason (member-count)
                   end-if
                   perform 185-finish-member
           end-read.

      *a company is its principal; one with no contact on file
      *stands for itself
       160-load-companies.
           open input company-master-file.
           if scm-file-status not = '00'
               display 'SHIPCOMP FAILED TO OPEN, STATUS '
                   scm-file-status
               stop run
           end-if.
           read company-master-file at end move 'n' to more-records.
           perform 165-load-one-company until more-records = 'n'.
           close company-master-file.
           move 'y' to more-records.

       165-load-one-company.
           perform 180-next-member-slot.
           move 'S' to mb-member-type (member-count).
           move scm-company-id-in to mb-member-id (member-count).
           if scm-contact-in not = spaces
               move scm-contact-in to mb-member-name (member-count)
           else
               move scm-company-name-in
                   to mb-member-name (member-count)
           end-if.
           move scm-addr-line-in to mb-addr-line (member-count).
           move scm-city-in to mb-city (member-count).
           move scm-state-in to mb-state (member-count).
           move scm-zip-in to mb-zip (member-count).
           if scm-standing-in = 'S'
               move 'B' to mb-block-status (member-count)
               move 'SANC' to mb-block-reason (member-count)
           end-if.
           perform 185-finish-member.
           read company-master-file at end move 'n' to more-records.

      *the unit is the member: LEASEMAST carries no address, so a
      *tenant is matched on name alone and its link carries the
      *tenant's name, so the next tenant of the unit starts over
       170-load-tenants.
           open input lease-master.
           if lm-file-status not = '00'
               display 'LEASEMAST FAILED TO OPEN, STATUS '
                   lm-file-status
               stop run
           end-if.
           read lease-master at end move 'n' to more-records.
           perform 175-load-one-tenant until more-records = 'n'.
           close lease-master.
           move 'y' to more-records.

       175-load-one-tenant.
           if lm-lease-start <= run-date-num
               and lm-lease-end >= run-date-num
               and lm-tenant-name not = spaces
               perform 180-next-member-slot
               move 'T' to mb-member-type (member-count)
               move spaces to mb-member-id (member-count)
               string lm-building-id lm-unit-no delimited by size
                   into mb-member-id (member-count)
               move lm-tenant-name to mb-member-name (member-count)
               perform 185-finish-member
           end-if.
           read lease-master at end move 'n' to more-records.

       180-next-member-slot.
           if member-count >= 5000
               display 'MEMBER TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to member-count.
           move spaces to member-entry (member-count).
           move 0 to mb-party-id (member-count).
           add 1 to member-total-count.

      *the pieces the scoring compares, and the party the member
      *is already linked to, if any
       185-finish-member.
           move spaces to namespl-full-name.
           move mb-member-name (member-count) to namespl-full-name.
           perform 9500-normalize-name.
           move namespl-last-name to mb-last-name (member-count).
           move namespl-first-name to mb-first-name (member-count).
           move namespl-middle-name to mb-middle-name (member-count).
           move mb-addr-line (member-count) to addrstd-addr-line.
           move mb-city (member-count) to addrstd-city.
           move mb-state (member-count) to addrstd-state.
           move mb-zip (member-count) to addrstd-zip.
           perform 9550-standardize-address.
           move addrstd-addr-line to mb-addr-line (member-count).
           move addrstd-city to mb-city (member-count).
           move addrstd-state to mb-state (member-count).
           move addrstd-zip to mb-zip (member-count).
           move mb-member-type (member-count) to pl-member-type.
           move mb-member-id (member-count) to pl-member-id.
           read party-link
               invalid key
                   continue
               not invalid key
                   perform 187-judge-link
           end-read.

       187-judge-link.
           if mb-member-type (member-count) = 'T'
               and pl-member-name not = mb-member-name (member-count)
               perform 189-delete-link
           else
               move pl-party-id to mb-party-id (member-count)
               add 1 to linked-before-count
           end-if.

       188-drop-stale-link.
           read party-link
               invalid key
                   continue
               not invalid key
                   perform 189-delete-link
           end-read.

       189-delete-link.
           move spaces to mj-before-image.
           move party-link-record to mj-before-image.
           delete party-link record
               invalid key
                   continue
               not invalid key
                   move spaces to mj-after-image
                   move 'D' to mj-action-code
                   perform 510-journal-link
                   add 1 to dropped-count
           end-delete.

      *    a link between two businesses' records is not anonymous
      *    work: the operator is judged and audited before anything
      *    else is looked at
       200-apply-decisions.
           write record-out from decision-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           open input decision-file.
           if dc-file-status = '00'
               read decision-file at end move 'n' to more-records
               end-read
               perform 210-apply-one-decision
                   until more-records = 'n'
           end-if.
           close decision-file.
           move 'y' to more-records.

       210-apply-one-decision.
           move dc-operator to oper-request-id.
           move 'PARTY   ' to oper-this-function.
           move spaces to oper-request-key.
           string dc-member-type dc-member-id dc-party-id
               delimited by size into oper-request-key.
           move spaces to oper-reason-code.
           perform 8850-check-operator-authority.
           perform 8860-write-access-audit.
           perform 220-find-review-row.
           perform 260-find-member.
           evaluate true
               when not oper-authorized
                   move 'REJECTED - OPERATOR AUTHORITY'
                       to dec-disp-out
                   move 'PLAU' to excp-reason-code
                   move 'party link decision without authority'
                       to excp-reason-text
                   perform 450-reject-decision
               when not (dc-approved or dc-rejected)
                   move 'REJECTED - BAD DECISION CODE'
                       to dec-disp-out
                   move 'ACTN' to excp-reason-code
                   move 'party link decision code not A/R'
                       to excp-reason-text
                   perform 450-reject-decision
               when not review-found
                   move 'REJECTED - PAIR NOT ON REVIEW'
                       to dec-disp-out
                   move 'NOTF' to excp-reason-code
                   move 'party link pair not on review file'
                       to excp-reason-text
                   perform 450-reject-decision
               when not rw-pending (rw-match-idx)
                   move 'REJECTED - ALREADY DECIDED'
                       to dec-disp-out
                   move 'PLDC' to excp-reason-code
                   move 'party link pair already decided'
                       to excp-reason-text
                   perform 450-reject-decision
               when not member-found
                   move 'REJECTED - MEMBER CHANGED'
                       to dec-disp-out
                   move 'PLMC' to excp-reason-code
                   move 'party link member changed since review'
                       to excp-reason-text
                   perform 450-reject-decision
               when dc-approved
                   move 'A' to rw-status (rw-match-idx)
                   perform 230-stamp-decision
                   perform 240-approve-link
                   perform 250-print-decision-line
               when other
                   move 'R' to rw-status (rw-match-idx)
                   perform 230-stamp-decision
                   perform 245-reject-link
                   move 'APPLIED - NEW PARTY' to dec-disp-out
                   perform 250-print-decision-line
           end-evaluate.
           read decision-file at end move 'n' to more-records.

       220-find-review-row.
           move 'n' to review-found-flag.
           perform 225-scan-one-review-row
               varying rw-idx from 1 by 1
               until rw-idx > review-count or review-found.

       225-scan-one-review-row.
           if rw-member-type (rw-idx) = dc-member-type
               and rw-member-id (rw-idx) = dc-member-id
               and rw-party-id (rw-idx) = dc-party-id
               move 'y' to review-found-flag
               move rw-idx to rw-match-idx
           end-if.

       230-stamp-decision.
           move dc-operator to rw-decided-by (rw-match-idx).
           move run-date-num to rw-decision-date (rw-match-idx).
           add 1 to applied-count.

      *a party that has since lost all its members is no one to
      *link to: the member starts a party of its own instead
       240-approve-link.
           move dc-party-id to search-party-id.
           perform 270-find-party-entry.
           if party-entry-found
               and pe-party-name (pe-match-idx) not = spaces
               move 'APPLIED - LINKED' to dec-disp-out
               move rw-score (rw-match-idx) to match-score
           else
               perform 360-create-party
               move 'APPLIED - PARTY GONE, NEW PARTY'
                   to dec-disp-out
               move 0 to match-score
           end-if.
           move dc-operator to link-by.
           perform 350-link-member.

       245-reject-link.
           perform 360-create-party.
           move 0 to match-score.
           move dc-operator to link-by.
           perform 350-link-member.

       250-print-decision-line.
           move dc-operator to dec-operator-out.
           move dc-decision to dec-code-out.
           move dc-member-type to dec-type-out.
           move dc-member-id to dec-member-out.
           move dc-party-id to dec-party-out.
           write record-out from print-decision-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *the member must still be on file, still unlinked, and still
      *the name that was reviewed
       260-find-member.
           move 'n' to member-found-flag.
           if review-found
               perform 265-scan-one-member
                   varying mb-idx from 1 by 1
                   until mb-idx > member-count or member-found
           end-if.
           if member-found
               subtract 1 from mb-idx
           end-if.

       265-scan-one-member.
           if mb-member-type (mb-idx) = dc-member-type
               and mb-member-id (mb-idx) = dc-member-id
               and mb-party-id (mb-idx) = 0
               and mb-member-name (mb-idx) =
                   rw-member-name (rw-match-idx)
               move 'y' to member-found-flag
           end-if.

       270-find-party-entry.
           move 'n' to party-entry-found-flag.
           perform 275-scan-one-party
               varying pe-idx from 1 by 1
               until pe-idx > party-count or party-entry-found.

       275-scan-one-party.
           if pe-party-id (pe-idx) = search-party-id
               move 'y' to party-entry-found-flag
               move pe-idx to pe-match-idx
           end-if.

      *a member waiting on review is left alone until it is decided
       300-match-one-member.
           if mb-party-id (mb-idx) = 0
               perform 330-find-pending-review
               if review-found
                   add 1 to awaiting-count
               else
                   perform 310-score-member
               end-if
           end-if.

       310-score-member.
           move 0 to best-score.
           move 0 to pe-match-idx.
           perform 320-score-one-party
               varying pe-idx from 1 by 1
               until pe-idx > party-count.
           evaluate true
               when best-score >= link-threshold
                   and pe-match-idx > 0
                   move best-score to match-score
                   move 'AUTO' to link-by
                   move 'LINKED - AUTO' to link-disposition
                   perform 350-link-member
                   perform 380-print-link-line
                   add 1 to auto-link-count
               when best-score >= review-threshold
                   and pe-match-idx > 0
                   perform 340-raise-review
               when other
                   perform 360-create-party
                   move 0 to match-score
                   move 'AUTO' to link-by
                   move 'NEW PARTY' to link-disposition
                   perform 350-link-member
                   perform 380-print-link-line
           end-evaluate.

      *the same weights custmerge.cbl puts on a duplicate pair,
      *with the standardized address to tell namesakes apart; a
      *party with no name left is no one to match
       320-score-one-party.
           move 0 to match-score.
           if pe-last-name (pe-idx) not = spaces
               if mb-last-name (mb-idx) = pe-last-name (pe-idx)
                   add 50 to match-score
               end-if
               if mb-first-name (mb-idx) = pe-first-name (pe-idx)
                   and mb-first-name (mb-idx) not = spaces
                   add 30 to match-score
               else
                   if mb-first-name (mb-idx) (1:1) =
                       pe-first-name (pe-idx) (1:1)
                       and mb-first-name (mb-idx) (1:1) not = space
                       add 10 to match-score
                   end-if
               end-if
               if mb-middle-name (mb-idx) (1:1) =
                   pe-middle-name (pe-idx) (1:1)
                   and mb-middle-name (mb-idx) (1:1) not = space
                   add 10 to match-score
               end-if
               if mb-addr-line (mb-idx) = pe-addr-line (pe-idx)
                   and mb-addr-line (mb-idx) not = spaces
                   add 20 to match-score
               end-if
               if mb-zip (mb-idx) = pe-zip (pe-idx)
                   and mb-zip (mb-idx) not = spaces
                   add 10 to match-score
               end-if
           end-if.
           if match-score > best-score
               move match-score to best-score
               move pe-idx to pe-match-idx
           end-if.

      *a pending pair reviewed under a name the member no longer
      *carries is superseded, and the member is matched afresh
       330-find-pending-review.
           move 'n' to review-found-flag.
           perform 335-scan-one-pending
               varying rw-idx from 1 by 1
               until rw-idx > review-count.

       335-scan-one-pending.
           if rw-member-type (rw-idx) = mb-member-type (mb-idx)
               and rw-member-id (rw-idx) = mb-member-id (mb-idx)
               and rw-pending (rw-idx)
               if rw-member-name (rw-idx) = mb-member-name (mb-idx)
                   move 'y' to review-found-flag
               else
                   move 'X' to rw-status (rw-idx)
                   move run-date-num to rw-decision-date (rw-idx)
               end-if
           end-if.

       340-raise-review.
           if review-count >= 2000
               display 'REVIEW TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to review-count.
           move mb-member-type (mb-idx)
               to rw-member-type (review-count).
           move mb-member-id (mb-idx) to rw-member-id (review-count).
           move mb-member-name (mb-idx)
               to rw-member-name (review-count).
           move pe-party-id (pe-match-idx)
               to rw-party-id (review-count).
           move pe-party-name (pe-match-idx)
               to rw-party-name (review-count).
           move best-score to rw-score (review-count).
           move run-date-num to rw-found-date (review-count).
           move 'P' to rw-status (review-count).
           move spaces to rw-decided-by (review-count).
           move 0 to rw-decision-date (review-count).
           add 1 to review-raised-count.
           move best-score to match-score.
           move 'REVIEW - PENDING' to link-disposition.
           move mb-member-type (mb-idx) to link-type-out.
           move mb-member-id (mb-idx) to link-member-out.
           move mb-member-name (mb-idx) to link-name-out.
           move pe-party-id (pe-match-idx) to link-party-out.
           perform 385-write-link-line.
           move 'PTRV' to excp-reason-code.
           move 'uncertain party match - review'
               to excp-reason-text.
           move review-entry (review-count) to excp-record-image.
           perform 9000-log-exception.

      *links member mb-idx to party pe-match-idx; a party started
      *from a tenant picks up the first address a later member
      *brings
       350-link-member.
           move pe-party-id (pe-match-idx) to mb-party-id (mb-idx).
           move mb-member-type (mb-idx) to pl-member-type.
           move mb-member-id (mb-idx) to pl-member-id.
           move pe-party-id (pe-match-idx) to pl-party-id.
           move mb-member-name (mb-idx) to pl-member-name.
           move match-score to pl-score.
           move run-date-num to pl-linked-date.
           move link-by to pl-linked-by.
           move spaces to mj-before-image.
           move 'A' to mj-action-code.
           write party-link-record
               invalid key
                   move 'C' to mj-action-code
                   rewrite party-link-record
           end-write.
           move spaces to mj-after-image.
           move party-link-record to mj-after-image.
           perform 510-journal-link.
           if pe-addr-line (pe-match-idx) = spaces
               and mb-addr-line (mb-idx) not = spaces
               move mb-addr-line (mb-idx)
                   to pe-addr-line (pe-match-idx)
               move mb-city (mb-idx) to pe-city (pe-match-idx)
               move mb-state (mb-idx) to pe-state (pe-match-idx)
               move mb-zip (mb-idx) to pe-zip (pe-match-idx)
               perform 370-mark-party-changed
           end-if.

      *a new party takes the member's name and standardized
      *address; it is written with the rest at the end of the run
       360-create-party.
           perform 127-check-party-room.
           add 1 to party-count.
           move party-count to pe-match-idx.
           move spaces to party-entry (party-count).
           move next-party-id to pe-party-id (party-count).
           add 1 to next-party-id.
           move mb-member-name (mb-idx) to pe-party-name (party-count).
           move mb-last-name (mb-idx) to pe-last-name (party-count).
           move mb-first-name (mb-idx) to pe-first-name (party-count).
           move mb-middle-name (mb-idx)
               to pe-middle-name (party-count).
           move mb-addr-line (mb-idx) to pe-addr-line (party-count).
           move mb-city (mb-idx) to pe-city (party-count).
           move mb-state (mb-idx) to pe-state (party-count).
           move mb-zip (mb-idx) to pe-zip (party-count).
           move 0 to pe-block-date (party-count).
           move run-date-num to pe-created-date (party-count).
           move 'A' to pe-change-flag (party-count).
           move 0 to pe-member-count (party-count).
           add 1 to new-party-count.

       370-mark-party-changed.
           if pe-unchanged (pe-match-idx)
               move 'C' to pe-change-flag (pe-match-idx)
           end-if.

       380-print-link-line.
           move mb-member-type (mb-idx) to link-type-out.
           move mb-member-id (mb-idx) to link-member-out.
           move mb-member-name (mb-idx) to link-name-out.
           move mb-party-id (mb-idx) to link-party-out.
           perform 385-write-link-line.

       385-write-link-line.
           move match-score to link-score-out.
           move link-disposition to link-disp-out.
           write record-out from print-link-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *what the members earn tonight decides each party's block
       400-roll-up-blocks.
           perform 405-clear-earned-block
               varying pe-idx from 1 by 1
               until pe-idx > party-count.
           perform 410-earn-one-member
               varying mb-idx from 1 by 1
               until mb-idx > member-count.
           perform 420-settle-one-party
               varying pe-match-idx from 1 by 1
               until pe-match-idx > party-count.

       405-clear-earned-block.
           move space to pe-earned-status (pe-idx).
           move spaces to pe-earned-reason (pe-idx).
           move spaces to pe-earned-member (pe-idx).
           move 0 to pe-member-count (pe-idx).

      *the first blocked member found stands for the party
       410-earn-one-member.
           if mb-party-id (mb-idx) > 0
               move mb-party-id (mb-idx) to search-party-id
               perform 270-find-party-entry
               if party-entry-found
                   add 1 to pe-member-count (pe-match-idx)
                   if mb-blocked (mb-idx)
                       and not pe-earned-block (pe-match-idx)
                       move 'B' to pe-earned-status (pe-match-idx)
                       move mb-block-reason (mb-idx)
                           to pe-earned-reason (pe-match-idx)
                       move spaces to pe-earned-member (pe-match-idx)
                       string mb-member-type (mb-idx)
                           mb-member-id (mb-idx)
                           delimited by size
                           into pe-earned-member (pe-match-idx)
                   end-if
               end-if
           end-if.

       420-settle-one-party.
           move pe-block-status (pe-match-idx) to blk-old-out.
           evaluate true
               when pe-member-count (pe-match-idx) = 0
                   and pe-party-name (pe-match-idx) not = spaces
                   perform 430-retire-party
               when pe-earned-block (pe-match-idx)
                   and (not pe-blocked (pe-match-idx)
                   or pe-block-reason (pe-match-idx) not =
                       pe-earned-reason (pe-match-idx)
                   or pe-block-member (pe-match-idx) not =
                       pe-earned-member (pe-match-idx))
                   perform 370-mark-party-changed
                   move 'B' to pe-block-status (pe-match-idx)
                   move pe-earned-reason (pe-match-idx)
                       to pe-block-reason (pe-match-idx)
                   move pe-earned-member (pe-match-idx)
                       to pe-block-member (pe-match-idx)
                   move run-date-num to pe-block-date (pe-match-idx)
                   move 'BLOCKED' to blk-disp-out
                   perform 440-print-block-line
               when pe-blocked (pe-match-idx)
                   and not pe-earned-block (pe-match-idx)
                   perform 370-mark-party-changed
                   move space to pe-block-status (pe-match-idx)
                   move spaces to pe-block-reason (pe-match-idx)
                   move spaces to pe-block-member (pe-match-idx)
                   move run-date-num to pe-block-date (pe-match-idx)
                   move 'BLOCK LIFTED' to blk-disp-out
                   perform 440-print-block-line
           end-evaluate.

      *nothing links to it any more, so it keeps no personal data;
      *the id stays so old links and journal images still resolve
       430-retire-party.
           perform 370-mark-party-changed.
           move spaces to pe-party-name (pe-match-idx).
           move spaces to pe-last-name (pe-match-idx).
           move spaces to pe-first-name (pe-match-idx).
           move spaces to pe-middle-name (pe-match-idx).
           move spaces to pe-addr-line (pe-match-idx).
           move spaces to pe-city (pe-match-idx).
           move spaces to pe-state (pe-match-idx).
           move spaces to pe-zip (pe-match-idx).
           move space to pe-block-status (pe-match-idx).
           move spaces to pe-block-reason (pe-match-idx).
           move spaces to pe-block-member (pe-match-idx).
           move 'RETIRED - NO MEMBERS' to blk-disp-out.
           perform 440-print-block-line.

       440-print-block-line.
           add 1 to block-change-count.
           move pe-party-id (pe-match-idx) to blk-party-out.
           move pe-party-name (pe-match-idx) to blk-name-out.
           move pe-block-status (pe-match-idx) to blk-new-out.
           move pe-block-reason (pe-match-idx) to blk-reason-out.
           move pe-block-member (pe-match-idx) to blk-member-out.
           write record-out from print-block-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       450-reject-decision.
           add 1 to rejected-count.
           perform 250-print-decision-line.
           move decision-record to excp-record-image.
           perform 9000-log-exception.

       500-journal-party.
           move 'PARTYMST' to mj-this-file.
           perform 9850-journal-update.

       510-journal-link.
           move 'PARTYLNK' to mj-this-file.
           perform 9850-journal-update.

       600-rewrite-review.
           open output review-file.
           perform 605-write-one-review
               varying rw-idx from 1 by 1
               until rw-idx > review-count.
           close review-file.

       605-write-one-review.
           move review-entry (rw-idx) to review-record.
           write review-record.

      *every party added or changed tonight goes to the master and
      *the journal together, a change against the record on file
       610-write-parties.
           evaluate true
               when pe-added (pe-idx)
                   move pe-image (pe-idx) to party-master-record
                   write party-master-record
                       invalid key
                           display 'PARTY ' pe-party-id (pe-idx)
                               ' ALREADY ON FILE'
                   end-write
                   move spaces to mj-before-image
                   move spaces to mj-after-image
                   move party-master-record to mj-after-image
                   move 'A' to mj-action-code
                   perform 500-journal-party
               when pe-changed (pe-idx)
                   move pe-party-id (pe-idx) to pa-party-id
                   read party-master
                       invalid key
                           display 'PARTY ' pe-party-id (pe-idx)
                               ' NOT ON FILE'
                       not invalid key
                           perform 615-rewrite-one-party
                   end-read
           end-evaluate.

       615-rewrite-one-party.
           move spaces to mj-before-image.
           move party-master-record to mj-before-image.
           move pe-image (pe-idx) to party-master-record.
           rewrite party-master-record.
           move spaces to mj-after-image.
           move party-master-record to mj-after-image.
           move 'C' to mj-action-code.
           perform 500-journal-party.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy NAMESPLP.

       copy ADDRSTDP.

       copy JRNLPR.

       copy OPERPR.

       copy PARMPR.

       end program partymatch.
