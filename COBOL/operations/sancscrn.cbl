      *Sanctions and watch-list screening
      *
      *Nothing the shop paid or served was ever checked against the
      *government sanctions list.  This job loads the published list
      *from SANCLIST and runs every party the shop deals with --
      *CUSTMAST rental customers, CLAIMMST reward claimants,
      *SHIPCOMP shipping companies and VENDMAST vendors -- through
      *the shared name normalization, scoring each party against
      *each listed name the way custmerge.cbl scores duplicates:
      *same normalized last name 50, same first name 30, first
      *initial only 10, same middle initial 10.  A pair at or over
      *the match threshold (PARMMAST SANCSCRN / MATCH-THRESHOLD,
      *60 when no row is in force) is a potential hit: it prints,
      *goes to the shared exception log, and is carried pending on
      *the SANCREVW review file.  A party and listed name already
      *on the review file, whatever was decided, is not raised
      *again.
      *
      *A list whose publication date is later than the one the
      *SANCCTL control record last screened against is new, and
      *every party is screened in full.  Otherwise the run is the
      *nightly increment: only parties missing from the SANCSCRN
      *register of parties already screened against this list --
      *the customers, claimants, companies and vendors added since
      *-- are screened.
      *
      *Decisions on pending hits arrive on SANCDEC (operator-id,
      *decision 'C' cleared or 'F' confirmed, party type, party
      *id, listed entry id), each judged against the operator's
      *sanctions authority on OPERMAST and landed on the ACCAUDIT
      *access trail either way.  A confirmed hit blocks the party
      *everywhere it can be paid or served: a CUSTMAST customer is
      *put on the do-not-rent block with reason 'SANC', a CLAIMMST
      *claimant gets the sanctions payment hold irsProgram.cbl
      *honors, a SHIPCOMP company's standing goes to 'S' and a
      *VENDMAST vendor's active flag to 'S'.  Every master change
      *journals to MFJRNL.  A decision from an operator without
      *authority, with an unknown code, for a hit not on the
      *review file, or for one already decided is refused to the
      *report and the exception log.
      *
      *Party types: 'C' customer, 'L' claimant, 'S' shipping
      *company, 'V' vendor.
       identification division.
       program-id. sancscrn.
       environment division.
       input-output section.

       file-control.
           select sanctions-list assign to "SANCLIST"
                 organization is line sequential
                 file status is sl-file-status.

      *> optional: the first run has screened nothing yet
           select optional screen-control assign to "SANCCTL"
                 organization is line sequential
                 file status is sc-file-status.

           select optional screen-register assign to "SANCSCRN"
                 organization is line sequential
                 file status is rg-file-status.

           select optional review-file assign to "SANCREVW"
                 organization is line sequential
                 file status is rv-file-status.

      *> optional: most nights carry no decisions
           select optional decision-file assign to "SANCDEC"
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

           select vendor-master assign to "VENDMAST"
                 organization is line sequential
                 file status is vn-file-status.

           select file-out assign to printer, "con".

           copy JRNLSEL.

           copy EXCPSEL.

           copy OPERSEL.

           copy PARMSEL.

           copy RPTSEL.

       data division.
       file section.
       fd sanctions-list label records are omitted.
       01 sanctions-list-record.
           05 sl-list-date      pic 9(8).
           05 sl-entry-id       pic x(10).
           05 sl-entry-name     pic x(35).
           05 sl-entry-type     pic x.

       fd screen-control label records are omitted.
       01 screen-control-record.
           05 ctl-list-date     pic 9(8).
           05 ctl-run-date      pic 9(8).

       fd screen-register label records are omitted.
       01 screen-register-record.
           05 rg-party-type     pic x.
           05 rg-party-id       pic x(9).

       fd review-file label records are omitted.
       01 review-record.
           05 rv-party-type     pic x.
           05 rv-party-id       pic x(9).
           05 rv-party-name     pic x(20).
           05 rv-entry-id       pic x(10).
           05 rv-entry-name     pic x(35).
           05 rv-score          pic 9(3).
           05 rv-found-date     pic 9(8).
           05 rv-status         pic x.
           05 rv-decided-by     pic x(8).
           05 rv-decision-date  pic 9(8).

       fd decision-file label records are omitted.
       01 decision-record.
           05 dc-operator       pic x(8).
           05 dc-decision       pic x.
               88 dc-cleared        value 'C'.
               88 dc-confirmed      value 'F'.
           05 dc-party-type     pic x.
           05 dc-party-id       pic x(9).
           05 dc-entry-id       pic x(10).

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

       fd vendor-master label records are omitted.
       01 vendor-master-record.
           05 vn-vendor-id      pic x(5).
           05 vn-vendor-name    pic x(15).
           05 vn-cat-1          pic x(10).
           05 vn-cat-2          pic x(10).
           05 vn-cat-3          pic x(10).
           05 vn-insurance-expiry pic 9(8).
           05 vn-active-flag    pic x.
           05 vn-tin            pic x(9).
           05 vn-1099-flag      pic x.
           05 vn-remit-addr     pic x(25).
           05 vn-remit-city     pic x(15).
           05 vn-remit-state    pic x(2).
           05 vn-remit-zip      pic x(5).

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy JRNLFD.

       copy EXCPFD.

       copy OPERFD.

       copy PARMFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 sl-file-status pic xx.
       01 sc-file-status pic xx.
       01 rg-file-status pic xx.
       01 rv-file-status pic xx.
       01 dc-file-status pic xx.
       01 cm-file-status pic xx.
       01 cl-file-status pic xx.
       01 scm-file-status pic xx.
       01 vn-file-status pic xx.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy NAMESPLW.
       copy JRNLWS.
       copy OPERWS.
       copy PARMWS.

      *the published list, each name with the normalized pieces the
      *scoring works from
       01 list-table.
           05 list-entry occurs 2000 times.
               10 lt-entry-id       pic x(10).
               10 lt-entry-name     pic x(35).
               10 lt-last-name      pic x(20).
               10 lt-first-name     pic x(15).
               10 lt-middle-name    pic x(15).
       01 list-count pic 9(4) value 0.
       01 lt-idx pic 9(4) value 0.
       01 list-date pic 9(8) value 0.
       01 prior-list-date pic 9(8) value 0.

       01 screen-mode-flag pic x value 'I'.
           88 full-screen value 'F'.

      *parties already screened against this list
       01 register-table.
           05 register-entry occurs 3000 times.
               10 rt-party-type     pic x.
               10 rt-party-id       pic x(9).
       01 register-count pic 9(4) value 0.
       01 rt-idx pic 9(4) value 0.
       01 register-found-flag pic x value 'n'.
           88 register-found value 'y'.

       01 review-table.
           05 review-entry occurs 2000 times.
               10 rw-party-type     pic x.
               10 rw-party-id       pic x(9).
               10 rw-party-name     pic x(20).
               10 rw-entry-id       pic x(10).
               10 rw-entry-name     pic x(35).
               10 rw-score          pic 9(3).
               10 rw-found-date     pic 9(8).
               10 rw-status         pic x.
                   88 rw-pending        value 'P'.
                   88 rw-cleared        value 'C'.
                   88 rw-confirmed      value 'F'.
               10 rw-decided-by     pic x(8).
               10 rw-decision-date  pic 9(8).
       01 review-count pic 9(4) value 0.
       01 rw-idx pic 9(4) value 0.
       01 rw-match-idx pic 9(4) value 0.
       01 review-found-flag pic x value 'n'.
           88 review-found value 'y'.

       01 company-table.
           05 company-entry occurs 100 times.
               10 co-company-id     pic x(6).
               10 co-company-name   pic x(20).
               10 co-credit-limit   pic 9(9)v99.
               10 co-standing       pic x.
               10 co-contact-addr   pic x(67).
       01 company-count pic 999 value 0.
       01 co-idx pic 999 value 0.
       01 companies-changed-flag pic x value 'n'.
           88 companies-changed value 'y'.

       01 vendor-table.
           05 vendor-entry occurs 200 times.
               10 ve-vendor-id      pic x(5).
               10 ve-vendor-name    pic x(15).
               10 ve-cat-insurance  pic x(38).
               10 ve-active-flag    pic x.
               10 ve-tin-remit      pic x(57).
       01 vendor-count pic 999 value 0.
       01 ve-idx pic 999 value 0.
       01 vendors-changed-flag pic x value 'n'.
           88 vendors-changed value 'y'.

      *the party being screened, with its normalized pieces
       01 party-type pic x.
       01 party-id pic x(9).
       01 party-name pic x(20).
       01 party-last-name pic x(20).
       01 party-first-name pic x(15).
       01 party-middle-name pic x(15).

       01 match-score pic 9(3) value 0.
       01 score-threshold pic 9(3) value 60.
       01 screened-count pic 9(5) value 0.
       01 hit-count pic 9(5) value 0.
       01 applied-count pic 9(5) value 0.
       01 rejected-count pic 9(5) value 0.
       01 party-found-flag pic x value 'n'.
           88 party-found value 'y'.

       01 line1-out.
           05 filler pic x(22) value spaces.
           05 filler pic x(36) value
               'Sanctions And Watch-List Screening'.

       01 mode-line-out.
           05 filler            pic x(1) value spaces.
           05 filler            pic x(11) value 'List Date: '.
           05 mode-list-date-out pic 9999/99/99.
           05 filler            pic x(3) value spaces.
           05 filler            pic x(9) value 'Entries: '.
           05 mode-entries-out  pic zzz9.
           05 filler            pic x(3) value spaces.
           05 mode-text-out     pic x(24).

       01 decision-title-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(10) value 'Decisions:'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(2) value 'T'.
           05 filler pic x(10) value 'Party'.
           05 filler pic x(21) value 'Name'.
           05 filler pic x(11) value 'Entry'.
           05 filler pic x(21) value 'Listed Name'.
           05 filler pic x(5) value 'Score'.

       01 hit-title-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(16) value 'Potential Hits:'.

       01 print-hit-out.
           05 filler            pic x(1) value spaces.
           05 hit-type-out      pic x.
           05 filler            pic x(1) value spaces.
           05 hit-party-out     pic x(9).
           05 filler            pic x(1) value spaces.
           05 hit-name-out      pic x(20).
           05 filler            pic x(1) value spaces.
           05 hit-entry-out     pic x(10).
           05 filler            pic x(1) value spaces.
           05 hit-listed-out    pic x(20).
           05 filler            pic x(2) value spaces.
           05 hit-score-out     pic zz9.

       01 print-decision-out.
           05 filler            pic x(1) value spaces.
           05 dec-operator-out  pic x(8).
           05 filler            pic x(1) value spaces.
           05 dec-code-out      pic x.
           05 filler            pic x(1) value spaces.
           05 dec-type-out      pic x.
           05 filler            pic x(1) value spaces.
           05 dec-party-out     pic x(9).
           05 filler            pic x(1) value spaces.
           05 dec-entry-out     pic x(10).
           05 filler            pic x(2) value spaces.
           05 dec-disp-out      pic x(34).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(10) value 'Screened: '.
           05 screened-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(6) value 'Hits: '.
           05 hit-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value 'Decided: '.
           05 applied-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value 'Rejected: '.
           05 rejected-count-out pic zzzz9.

       procedure division.
       100-main.
           open input sanctions-list.
           if sl-file-status not = '00'
               display 'SANCTIONS-LIST FAILED TO OPEN, STATUS '
                   sl-file-status
               stop run
           end-if.
           open i-o customer-master.
           if cm-file-status not = '00'
               display 'CUSTOMER-MASTER FAILED TO OPEN, STATUS '
                   cm-file-status
               stop run
           end-if.
           open i-o claims-master.
           if cl-file-status not = '00'
               display 'CLAIMS-MASTER FAILED TO OPEN, STATUS '
                   cl-file-status
               stop run
           end-if.
           open output file-out.
           perform 9800-open-master-journal.
           perform 8900-open-exception-log.
           move 'SANCSCRN    ' to excp-this-job.
           perform 8800-load-operator-master.
           perform 050-load-parameters.

           move 'SANCTIONS SCREENING ' to banner-job-name.
           move 'SX0001' to banner-batch-id.
           perform 8000-print-banner-page.
           perform 8650-print-parameters.

           perform 110-load-list.
           perform 120-load-control.
           perform 130-load-register.
           perform 140-load-review.
           perform 150-load-companies.
           perform 160-load-vendors.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           move list-date to mode-list-date-out.
           move list-count to mode-entries-out.
           if full-screen
               move 'NEW LIST - FULL SCREEN' to mode-text-out
           else
               move 'NIGHTLY - NEW PARTIES' to mode-text-out
           end-if.
           write record-out from mode-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 6 to page-line-count.

      *        tonight's decisions go first, so a party confirmed
      *        this morning is blocked before anything else runs
           perform 200-apply-decisions.

           write record-out from hit-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 300-screen-customers.
           perform 320-screen-claimants.
           perform 340-screen-companies
               varying co-idx from 1 by 1
               until co-idx > company-count.
           perform 350-screen-vendors
               varying ve-idx from 1 by 1
               until ve-idx > vendor-count.

           perform 600-rewrite-review.
           perform 610-rewrite-register.
           perform 620-rewrite-control.
           if companies-changed
               perform 630-rewrite-companies
           end-if.
           if vendors-changed
               perform 640-rewrite-vendors
           end-if.

           move screened-count to screened-count-out.
           move hit-count to hit-count-out.
           move applied-count to applied-count-out.
           move rejected-count to rejected-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close sanctions-list.
           close customer-master.
           close claims-master.
           close file-out.
           perform 8030-close-report-capture.
           close master-journal.
           close exception-log.
           stop run.

       050-load-parameters.
           perform 8600-open-parameters.
           move 'SANCSCRN  ' to parm-lookup-program.
           move 'MATCH-THRESHOLD' to parm-lookup-name.
           move score-threshold to parm-value.
           perform 8610-get-parameter.
           move parm-value to score-threshold.
           perform 8690-close-parameters.

      *the list's publication date is the latest one it carries
       110-load-list.
           read sanctions-list at end move 'n' to more-records.
           perform 115-load-one-entry until more-records = 'n'.
           move 'y' to more-records.

       115-load-one-entry.
           if list-count >= 2000
               display 'SANCTIONS LIST TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to list-count.
           move sl-entry-id to lt-entry-id (list-count).
           move sl-entry-name to lt-entry-name (list-count).
           move sl-entry-name to namespl-full-name.
           perform 9500-normalize-name.
           move namespl-last-name to lt-last-name (list-count).
           move namespl-first-name to lt-first-name (list-count).
           move namespl-middle-name to lt-middle-name (list-count).
           if sl-list-date > list-date
               move sl-list-date to list-date
           end-if.
           read sanctions-list at end move 'n' to more-records.

      *a list newer than the one last screened against means every
      *party is screened again
       120-load-control.
           open input screen-control.
           if sc-file-status = '00'
               read screen-control
                   at end move 0 to ctl-list-date
               end-read
               move ctl-list-date to prior-list-date
           end-if.
           close screen-control.
           if list-date > prior-list-date
               move 'F' to screen-mode-flag
           else
               move 'I' to screen-mode-flag
           end-if.

      *a full screen starts the register over
       130-load-register.
           if not full-screen
               open input screen-register
               if rg-file-status = '00'
                   read screen-register
                       at end move 'n' to more-records
                   end-read
                   perform 135-load-one-registered
                       until more-records = 'n'
               end-if
               close screen-register
               move 'y' to more-records
           end-if.

       135-load-one-registered.
           if register-count >= 3000
               display 'SCREEN REGISTER TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to register-count.
           move rg-party-type to rt-party-type (register-count).
           move rg-party-id to rt-party-id (register-count).
           read screen-register at end move 'n' to more-records.

       140-load-review.
           open input review-file.
           if rv-file-status = '00'
               read review-file at end move 'n' to more-records
               end-read
               perform 145-load-one-review
                   until more-records = 'n'
           end-if.
           close review-file.
           move 'y' to more-records.

       145-load-one-review.
           if review-count >= 2000
               display 'REVIEW TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to review-count.
           move review-record to review-entry (review-count).
           read review-file at end move 'n' to more-records.

       150-load-companies.
           open input company-master-file.
           if scm-file-status not = '00'
               display 'SHIPCOMP FAILED TO OPEN, STATUS '
                   scm-file-status
               stop run
           end-if.
           read company-master-file at end move 'n' to more-records.
           perform 155-load-one-company until more-records = 'n'.
           close company-master-file.
           move 'y' to more-records.

       155-load-one-company.
           if company-count >= 100
               display 'COMPANY TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to company-count.
           move company-master-record to company-entry (company-count).
           read company-master-file at end move 'n' to more-records.

       160-load-vendors.
           open input vendor-master.
           if vn-file-status not = '00'
               display 'VENDMAST FAILED TO OPEN, STATUS '
                   vn-file-status
               stop run
           end-if.
           read vendor-master at end move 'n' to more-records.
           perform 165-load-one-vendor until more-records = 'n'.
           close vendor-master.
           move 'y' to more-records.

       165-load-one-vendor.
           if vendor-count >= 200
               display 'VENDOR TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to vendor-count.
           move vendor-master-record to vendor-entry (vendor-count).
           read vendor-master at end move 'n' to more-records.

      *    a block on a listed party is not anonymous work: the
      *    operator is judged and audited before anything else is
      *    looked at
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
           move 'SANCTION' to oper-this-function.
           move spaces to oper-request-key.
           string dc-party-type dc-party-id dc-entry-id
               delimited by size into oper-request-key.
           move spaces to oper-reason-code.
           perform 8850-check-operator-authority.
           perform 8860-write-access-audit.
           perform 220-find-review-row.
           evaluate true
               when not oper-authorized
                   move 'REJECTED - OPERATOR AUTHORITY'
                       to dec-disp-out
                   move 'SNAU' to excp-reason-code
                   move 'sanctions decision without authority'
                       to excp-reason-text
                   perform 400-reject-decision
               when not (dc-cleared or dc-confirmed)
                   move 'REJECTED - BAD DECISION CODE'
                       to dec-disp-out
                   move 'ACTN' to excp-reason-code
                   move 'sanctions decision code not C/F'
                       to excp-reason-text
                   perform 400-reject-decision
               when not review-found
                   move 'REJECTED - HIT NOT ON REVIEW'
                       to dec-disp-out
                   move 'NOTF' to excp-reason-code
                   move 'sanctions hit not on review file'
                       to excp-reason-text
                   perform 400-reject-decision
               when not rw-pending (rw-match-idx)
                   move 'REJECTED - ALREADY DECIDED'
                       to dec-disp-out
                   move 'SNDC' to excp-reason-code
                   move 'sanctions hit already decided'
                       to excp-reason-text
                   perform 400-reject-decision
               when dc-cleared
                   move 'C' to rw-status (rw-match-idx)
                   perform 230-stamp-decision
                   move 'APPLIED - CLEARED' to dec-disp-out
                   perform 250-print-decision-line
               when other
                   move 'F' to rw-status (rw-match-idx)
                   perform 230-stamp-decision
                   perform 240-block-party
                   perform 250-print-decision-line
           end-evaluate.
           read decision-file at end move 'n' to more-records.

       220-find-review-row.
           move 'n' to review-found-flag.
           perform 225-scan-one-review-row
               varying rw-idx from 1 by 1
               until rw-idx > review-count or review-found.

       225-scan-one-review-row.
           if rw-party-type (rw-idx) = dc-party-type
               and rw-party-id (rw-idx) = dc-party-id
               and rw-entry-id (rw-idx) = dc-entry-id
               move 'y' to review-found-flag
               move rw-idx to rw-match-idx
           end-if.

       230-stamp-decision.
           move dc-operator to rw-decided-by (rw-match-idx).
           move banner-run-date-ccyymmdd
               to rw-decision-date (rw-match-idx).
           add 1 to applied-count.

      *a confirmed hit blocks the party on its own master; a party
      *no longer on file is noted but the hit stays confirmed
       240-block-party.
           move 'n' to party-found-flag.
           evaluate dc-party-type
               when 'C'
                   perform 242-block-customer
               when 'L'
                   perform 244-block-claimant
               when 'S'
                   perform 246-block-company
                       varying co-idx from 1 by 1
                       until co-idx > company-count
               when 'V'
                   perform 248-block-vendor
                       varying ve-idx from 1 by 1
                       until ve-idx > vendor-count
           end-evaluate.
           if party-found
               move 'APPLIED - CONFIRMED, BLOCKED' to dec-disp-out
           else
               move 'CONFIRMED - PARTY NOT ON FILE' to dec-disp-out
               move 'SNPM' to excp-reason-code
               move 'confirmed sanctions party not on file'
                   to excp-reason-text
               move decision-record to excp-record-image
               perform 9000-log-exception
           end-if.

       242-block-customer.
           move dc-party-id to cm-customer-id.
           read customer-master
               invalid key
                   continue
               not invalid key
                   move 'y' to party-found-flag
                   move spaces to mj-before-image
                   move customer-master-record to mj-before-image
                   move 'B' to cm-block-status
                   move 'SANC' to cm-block-reason
                   rewrite customer-master-record
                   move spaces to mj-after-image
                   move customer-master-record to mj-after-image
                   move 'CUSTMAST' to mj-this-file
                   perform 500-journal-block
           end-read.

       244-block-claimant.
           move dc-party-id to cl-claimant-id.
           read claims-master
               invalid key
                   continue
               not invalid key
                   move 'y' to party-found-flag
                   move spaces to mj-before-image
                   move claims-master-record to mj-before-image
                   move 'S' to cl-payment-hold
                   rewrite claims-master-record
                   move spaces to mj-after-image
                   move claims-master-record to mj-after-image
                   move 'CLAIMMST' to mj-this-file
                   perform 500-journal-block
           end-read.

       246-block-company.
           if co-company-id (co-idx) = dc-party-id
               move 'y' to party-found-flag
               move spaces to mj-before-image
               move company-entry (co-idx) to mj-before-image
               move 'S' to co-standing (co-idx)
               move spaces to mj-after-image
               move company-entry (co-idx) to mj-after-image
               move 'SHIPCOMP' to mj-this-file
               perform 500-journal-block
               move 'y' to companies-changed-flag
           end-if.

       248-block-vendor.
           if ve-vendor-id (ve-idx) = dc-party-id
               move 'y' to party-found-flag
               move spaces to mj-before-image
               move vendor-entry (ve-idx) to mj-before-image
               move 'S' to ve-active-flag (ve-idx)
               move spaces to mj-after-image
               move vendor-entry (ve-idx) to mj-after-image
               move 'VENDMAST' to mj-this-file
               perform 500-journal-block
               move 'y' to vendors-changed-flag
           end-if.

       250-print-decision-line.
           move dc-operator to dec-operator-out.
           move dc-decision to dec-code-out.
           move dc-party-type to dec-type-out.
           move dc-party-id to dec-party-out.
           move dc-entry-id to dec-entry-out.
           write record-out from print-decision-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *every party on the master, in key order
       300-screen-customers.
           move low-values to cm-customer-id.
           start customer-master key not < cm-customer-id
               invalid key move 'n' to more-records
           end-start.
           perform 305-screen-one-customer until more-records = 'n'.
           move 'y' to more-records.

       305-screen-one-customer.
           read customer-master next record
               at end
                   move 'n' to more-records
               not at end
                   move 'C' to party-type
                   move cm-customer-id to party-id
                   move cm-customer-name to party-name
                   perform 360-screen-one-party
           end-read.

       320-screen-claimants.
           move low-values to cl-claimant-id.
           start claims-master key not < cl-claimant-id
               invalid key move 'n' to more-records
           end-start.
           perform 325-screen-one-claimant until more-records = 'n'.
           move 'y' to more-records.

       325-screen-one-claimant.
           read claims-master next record
               at end
                   move 'n' to more-records
               not at end
                   move 'L' to party-type
                   move cl-claimant-id to party-id
                   move cl-name to party-name
                   perform 360-screen-one-party
           end-read.

       340-screen-companies.
           move 'S' to party-type.
           move co-company-id (co-idx) to party-id.
           move co-company-name (co-idx) to party-name.
           perform 360-screen-one-party.

       350-screen-vendors.
           move 'V' to party-type.
           move ve-vendor-id (ve-idx) to party-id.
           move ve-vendor-name (ve-idx) to party-name.
           perform 360-screen-one-party.

      *a nightly run passes over a party already screened against
      *this list; everyone screened lands on the register
       360-screen-one-party.
           perform 370-find-registered.
           if not register-found
               add 1 to screened-count
               move party-name to namespl-full-name
               perform 9500-normalize-name
               move namespl-last-name to party-last-name
               move namespl-first-name to party-first-name
               move namespl-middle-name to party-middle-name
               perform 380-score-one-entry
                   varying lt-idx from 1 by 1
                   until lt-idx > list-count
               if register-count >= 3000
                   display 'SCREEN REGISTER TABLE FULL, CANNOT '
                       'CONTINUE'
                   stop run
               end-if
               add 1 to register-count
               move party-type to rt-party-type (register-count)
               move party-id to rt-party-id (register-count)
           end-if.

       370-find-registered.
           move 'n' to register-found-flag.
           perform 375-scan-one-registered
               varying rt-idx from 1 by 1
               until rt-idx > register-count or register-found.

       375-scan-one-registered.
           if rt-party-type (rt-idx) = party-type
               and rt-party-id (rt-idx) = party-id
               move 'y' to register-found-flag
           end-if.

      *the same weights custmerge.cbl puts on a duplicate pair
       380-score-one-entry.
           move 0 to match-score.
           if party-last-name = lt-last-name (lt-idx)
               and party-last-name not = spaces
               add 50 to match-score
           end-if.
           if party-first-name = lt-first-name (lt-idx)
               and party-first-name not = spaces
               add 30 to match-score
           else
               if party-first-name (1:1) =
                   lt-first-name (lt-idx) (1:1)
                   and party-first-name (1:1) not = space
                   add 10 to match-score
               end-if
           end-if.
           if party-middle-name (1:1) =
               lt-middle-name (lt-idx) (1:1)
               and party-middle-name (1:1) not = space
               add 10 to match-score
           end-if.
           if match-score >= score-threshold
               perform 390-raise-hit
           end-if.

      *a pair already on review, decided or not, is not raised twice
       390-raise-hit.
           move 'n' to review-found-flag.
           perform 395-scan-one-hit
               varying rw-idx from 1 by 1
               until rw-idx > review-count or review-found.
           if not review-found
               if review-count >= 2000
                   display 'REVIEW TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to review-count
               move party-type to rw-party-type (review-count)
               move party-id to rw-party-id (review-count)
               move party-name to rw-party-name (review-count)
               move lt-entry-id (lt-idx) to rw-entry-id (review-count)
               move lt-entry-name (lt-idx)
                   to rw-entry-name (review-count)
               move match-score to rw-score (review-count)
               move banner-run-date-ccyymmdd
                   to rw-found-date (review-count)
               move 'P' to rw-status (review-count)
               move spaces to rw-decided-by (review-count)
               move 0 to rw-decision-date (review-count)
               add 1 to hit-count
               move party-type to hit-type-out
               move party-id to hit-party-out
               move party-name to hit-name-out
               move lt-entry-id (lt-idx) to hit-entry-out
               move lt-entry-name (lt-idx) to hit-listed-out
               move match-score to hit-score-out
               write record-out from print-hit-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
               move 'SNHT' to excp-reason-code
               move 'potential sanctions hit - review'
                   to excp-reason-text
               move review-entry (review-count) to excp-record-image
               perform 9000-log-exception
           end-if.

       395-scan-one-hit.
           if rw-party-type (rw-idx) = party-type
               and rw-party-id (rw-idx) = party-id
               and rw-entry-id (rw-idx) = lt-entry-id (lt-idx)
               move 'y' to review-found-flag
           end-if.

       400-reject-decision.
           add 1 to rejected-count.
           perform 250-print-decision-line.
           move decision-record to excp-record-image.
           perform 9000-log-exception.

       500-journal-block.
           move 'C' to mj-action-code.
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

       610-rewrite-register.
           open output screen-register.
           perform 615-write-one-registered
               varying rt-idx from 1 by 1
               until rt-idx > register-count.
           close screen-register.

       615-write-one-registered.
           move rt-party-type (rt-idx) to rg-party-type.
           move rt-party-id (rt-idx) to rg-party-id.
           write screen-register-record.

       620-rewrite-control.
           open output screen-control.
           move list-date to ctl-list-date.
           move banner-run-date-ccyymmdd to ctl-run-date.
           write screen-control-record.
           close screen-control.

       630-rewrite-companies.
           open output company-master-file.
           perform 635-write-one-company
               varying co-idx from 1 by 1
               until co-idx > company-count.
           close company-master-file.

       635-write-one-company.
           move company-entry (co-idx) to company-master-record.
           write company-master-record.

       640-rewrite-vendors.
           open output vendor-master.
           perform 645-write-one-vendor
               varying ve-idx from 1 by 1
               until ve-idx > vendor-count.
           close vendor-master.

       645-write-one-vendor.
           move vendor-entry (ve-idx) to vendor-master-record.
           write vendor-master-record.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy NAMESPLP.

       copy JRNLPR.

       copy OPERPR.

       copy PARMPR.

       end program sancscrn.
