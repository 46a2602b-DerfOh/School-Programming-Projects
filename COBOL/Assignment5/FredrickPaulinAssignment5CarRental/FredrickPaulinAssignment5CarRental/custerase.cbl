      *Customer personal-data erasure
      *
      *A former customer who asks for their personal data to be
      *deleted is taken off every live rental file here, and the
      *shop gets a certificate that says so.  ERASREQ carries one
      *request per line: operator-id, customer-id and the request's
      *reason code.  Every request is judged against the
      *operator's erasure authority on OPERMAST and lands on the
      *ACCAUDIT access trail either way.
      *
      *A customer still doing business with the shop is refused,
      *to the activity report and the shared exception log: an
      *open receivable on CRAROPEN or an open placement with the
      *collection agency on CRPLACED (ERAR), a car still out on
      *OPENRENT (EROR) or an open damage claim on DMGCLAIM (ERDC).
      *So is a customer under a legal hold in force on LEGLHOLD
      *(ERLH) -- the shop is bound to keep everything about them
      *until the hold is released.  So is a request without
      *authority (ERAU), for an id not on CUSTMAST (NOTF), or for
      *an id already erased this run (DUPE).
      *
      *An accepted request tombstones the name, address and
      *license everywhere they are held, while the id, the account,
      *every amount and every agreement number stay as they were
      *for the books:
      *  CUSTMAST   name, address, license and birth date masked
      *             through the shared ERASE paragraphs; the record
      *             is blocked (reason 'ERAS') so the id never
      *             rents again, and the change is journaled;
      *  BILLDETL, BILLHIST, CRAROPEN, CRAROPENP, CRPLACED,
      *  CRCREDIT, CRREFREG
      *             the customer name on every line for the id;
      *  EXCPLOG    a record image naming the id is withheld;
      *  MFJRNL     CUSTMAST before/after images for the id masked;
      *  RPTREPO    a captured report line naming the id is
      *             withheld, so a reprint never brings it back.
      *RESVFILE and PNTSMAST carry the id and amounts only; their
      *records are counted onto the certificate and left alone.
      *The id goes on the ERASEREG register the same moment, so
      *jrnlreplay.cbl masks it in a rebuild and archinq.cbl
      *withholds it from the yearly archives, which are never
      *rewritten.  The line-sequential files are swept against the
      *whole register, so a rerun also picks up anything written
      *for an erased id since.  Each sequential file is copied
      *through the ERASEWRK scratch file and laid back over its
      *live name only when something in it changed; CRAROPEN's
      *trailer hashes amounts only, so it still balances.
      *
      *Every accepted request prints a certificate of erasure
      *listing each file touched and how many of its records were.
       identification division.
       program-id. custerase.
       environment division.
       input-output section.

       file-control.
           select request-file assign to "ERASREQ"
                 organization is line sequential
                 file status is rq-file-status.

           select customer-master assign to "CUSTMAST"
                 organization is indexed
                 access mode is dynamic
                 record key is cm-customer-id
                 file status is cm-file-status.

           select reservation assign to "RESVFILE"
                 organization is indexed
                 access mode is dynamic
                 record key is rv-resv-key
                 file status is rv-file-status.

           select optional points-master assign to "PNTSMAST"
                 organization is indexed
                 access mode is random
                 record key is pm-customer-id
                 file status is pm-file-status.

           select open-rental assign to "OPENRENT"
                 organization is indexed
                 access mode is dynamic
                 record key is or-unit-id
                 file status is or-file-status.

           select claim-master assign to "DMGCLAIM"
                 organization is indexed
                 access mode is dynamic
                 record key is dc-claim-no
                 file status is dc-file-status.

           select optional billing-detail assign to "BILLDETL"
                 organization is line sequential
                 file status is bd-file-status.

           select optional billing-history assign to "BILLHIST"
                 organization is line sequential
                 file status is bh-file-status.

           select optional open-items-file assign to "CRAROPEN"
                 organization is line sequential
                 file status is oi-file-status.

           select optional open-items-prior-file
                 assign to "CRAROPENP"
                 organization is line sequential
                 file status is op-file-status.

           select optional placed-file assign to "CRPLACED"
                 organization is line sequential
                 file status is pl-file-status.

           select optional credit-file assign to "CRCREDIT"
                 organization is line sequential
                 file status is cc-file-status.

           select optional refund-register assign to "CRREFREG"
                 organization is line sequential
                 file status is rr-file-status.

      *> scratch copy each sequential file passes through
           select erase-work-file assign to "ERASEWRK"
                 organization is line sequential
                 file status is ew-file-status.

           select file-out assign to printer, "con".

           copy JRNLSEL.

           copy EXCPSEL.

           copy OPERSEL.

           copy ERASESEL.

           copy HOLDSEL.

           copy RPTSEL.

       data division.
       file section.
       fd request-file label records are omitted.
       01 request-record.
           05 eq-operator          pic x(8).
           05 eq-customer-id       pic x(6).
           05 eq-reason            pic x(4).

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

       fd reservation label records are standard.
       01 reservation-record.
           05 rv-resv-key.
               10 rv-customer-id    pic x(6).
               10 rv-pickup-date    pic 9(8).
           05 rv-car-make           pic x(4).
           05 rv-quote-amount       pic 9(7)v99.
           05 rv-quote-days         pic 99.

       fd points-master label records are standard.
       01 points-master-record.
           05 pm-customer-id        pic x(6).
           05 pm-points-balance     pic 9(7).
           05 pm-points-earned-ytd  pic 9(7).
           05 pm-points-redeemed-ytd pic 9(7).

       fd open-rental label records are standard.
       01 open-rental-record.
           05 or-unit-id            pic x(5).
           05 or-customer-id        pic x(6).
           05 or-car-make           pic x(4).
           05 or-checkout-date      pic 9(8).
           05 or-contracted-days    pic 99.
           05 or-fuel-level-out     pic 9.
           05 or-agreement-no       pic 9(7).
           05 or-agent-id           pic x(5).
           05 or-reserved-make      pic x(4).
           05 or-upgrade-code       pic x.
           05 or-upgrade-day-diff   pic 99v99.
           05 or-upgrade-points     pic 9(7).
           05 or-checkout-branch    pic x(3).

       fd claim-master label records are standard.
       01 claim-master-record.
           05 dc-claim-no           pic 9(7).
           05 dc-unit-id            pic x(5).
           05 dc-agreement-no       pic 9(7).
           05 dc-customer-id        pic x(6).
           05 dc-open-date          pic 9(8).
           05 dc-status             pic x.
               88 dc-open               value 'O'.
               88 dc-closed             value 'C'.
           05 dc-billed-amount      pic 9(7)v99.
           05 dc-repair-cost        pic 9(7)v99.
           05 dc-insurance-recovery pic 9(7)v99.
           05 dc-close-date         pic 9(8).

      *the billing detail line; only the first two fields matter
      *here, the rest rides through untouched
       fd billing-detail label records are omitted.
       01 billing-detail-record.
           05 bd-customer-id        pic x(6).
           05 bd-customer-name      pic x(20).
           05 filler                pic x(135).

       fd billing-history label records are omitted.
       01 billing-history-record.
           05 bh-customer-id        pic x(6).
           05 bh-customer-name      pic x(20).
           05 filler                pic x(135).

       fd open-items-file label records are omitted.
       01 open-items-record.
           05 ar-customer-id        pic x(6).
           05 ar-customer-name      pic x(20).
           05 ar-bill-date          pic 9(8).
           05 ar-amount-open        pic 9(8)v99.
           05 ar-agreement-no       pic 9(7).

       fd open-items-prior-file label records are omitted.
       01 open-items-prior-record.
           05 ap-customer-id        pic x(6).
           05 ap-customer-name      pic x(20).
           05 filler                pic x(25).

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
               88 pl-open               value 'O'.

       fd credit-file label records are omitted.
       01 credit-record.
           05 cc-customer-id        pic x(6).
           05 cc-customer-name      pic x(20).
           05 cc-credit-date        pic 9(8).
           05 cc-amount             pic 9(8)v99.

      *the payee on a refund check is the customer id
       fd refund-register label records are omitted.
       01 refund-register-record.
           05 rr-payee-id           pic x(9).
           05 rr-name               pic x(20).
           05 rr-amount             pic 9(8)v99.
           05 rr-issue-date         pic 9(8).
           05 rr-status             pic x.

       fd erase-work-file label records are omitted.
       01 erase-work-record pic x(300).

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy JRNLFD.

       copy EXCPFD.

       copy OPERFD.

       copy ERASEFD.

       copy HOLDFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 more-work-recs pic x value 'y'.
       01 rq-file-status pic xx.
       01 cm-file-status pic xx.
       01 rv-file-status pic xx.
       01 pm-file-status pic xx.
       01 or-file-status pic xx.
       01 dc-file-status pic xx.
       01 bd-file-status pic xx.
       01 bh-file-status pic xx.
       01 oi-file-status pic xx.
       01 op-file-status pic xx.
       01 pl-file-status pic xx.
       01 cc-file-status pic xx.
       01 rr-file-status pic xx.
       01 ew-file-status pic xx.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy JRNLWS.
       copy OPERWS.
       copy ERASEWS.
       copy HOLDWS.

      *what is still open against the customer being asked about
       01 open-receivable-flag pic x value 'n'.
           88 open-receivable value 'y'.
       01 open-placement-flag pic x value 'n'.
           88 open-placement value 'y'.
       01 open-rental-flag pic x value 'n'.
           88 open-rental-found value 'y'.
       01 open-claim-flag pic x value 'n'.
           88 open-claim-found value 'y'.
       01 legal-hold-flag pic x value 'n'.
           88 legal-hold-found value 'y'.
       01 scan-flag pic x value 'n'.
           88 scan-done value 'y'.
       01 file-changed-flag pic x value 'n'.
           88 file-changed value 'y'.

      *the customers erased this run, with a record count per file
      *for the certificate; the file numbers follow cert-file-table
       01 run-table.
           05 run-entry occurs 100 times.
               10 run-customer-id   pic x(6).
               10 run-operator      pic x(8).
               10 run-reason        pic x(4).
               10 run-file-count    pic 9(7) occurs 14 times.
       01 run-count pic 9(3) value 0.
       01 run-idx pic 9(3) value 0.
       01 run-match-idx pic 9(3) value 0.
       01 run-found-flag pic x value 'n'.
           88 run-found value 'y'.
       01 file-no pic 99 value 0.
       01 file-idx pic 99 value 0.

       01 cert-file-values.
           05 filler pic x(9) value 'CUSTMAST '.
           05 filler pic x(40) value
               'NAME, ADDRESS, LICENSE MASKED; BLOCKED'.
           05 filler pic x(9) value 'RESVFILE '.
           05 filler pic x(40) value
               'ID AND AMOUNTS ONLY - LEFT AS IS'.
           05 filler pic x(9) value 'PNTSMAST '.
           05 filler pic x(40) value
               'ID AND POINTS ONLY - LEFT AS IS'.
           05 filler pic x(9) value 'BILLDETL '.
           05 filler pic x(40) value
               'NAME MASKED - AMOUNTS, AGREEMENTS KEPT'.
           05 filler pic x(9) value 'BILLHIST '.
           05 filler pic x(40) value
               'NAME MASKED - AMOUNTS, AGREEMENTS KEPT'.
           05 filler pic x(9) value 'CRAROPEN '.
           05 filler pic x(40) value
               'NAME MASKED - AMOUNTS, AGREEMENTS KEPT'.
           05 filler pic x(9) value 'CRAROPENP'.
           05 filler pic x(40) value
               'NAME MASKED - AMOUNTS, AGREEMENTS KEPT'.
           05 filler pic x(9) value 'EXCPLOG  '.
           05 filler pic x(40) value
               'RECORD IMAGES WITHHELD'.
           05 filler pic x(9) value 'MFJRNL   '.
           05 filler pic x(40) value
               'CUSTMAST IMAGES MASKED'.
           05 filler pic x(9) value 'RPTREPO  '.
           05 filler pic x(40) value
               'REPORT LINES WITHHELD'.
           05 filler pic x(9) value 'CRPLACED '.
           05 filler pic x(40) value
               'NAME MASKED - AMOUNTS, AGREEMENTS KEPT'.
           05 filler pic x(9) value 'CRCREDIT '.
           05 filler pic x(40) value
               'NAME MASKED - AMOUNTS KEPT'.
           05 filler pic x(9) value 'CRREFREG '.
           05 filler pic x(40) value
               'PAYEE NAME MASKED - CHECKS KEPT'.
           05 filler pic x(9) value 'ERASEREG '.
           05 filler pic x(40) value
               'REGISTERED - REPLAYS AND ARCHIVES MASKED'.
       01 cert-file-table redefines cert-file-values.
           05 cert-file-entry occurs 14 times.
               10 cert-file-name    pic x(9).
               10 cert-file-action  pic x(40).

       01 erased-count pic 9(5) value 0.
       01 rejected-count pic 9(5) value 0.

       01 line1-out.
           05 filler pic x(22) value spaces.
           05 filler pic x(30) value
               'Customer Data Erasure'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value 'Operator'.
           05 filler pic x(8) value 'Cust'.
           05 filler pic x(6) value 'Rsn'.
           05 filler pic x(30) value 'Disposition'.

       01 print-activity-out.
           05 filler            pic x(1) value spaces.
           05 act-operator-out  pic x(8).
           05 filler            pic x(1) value spaces.
           05 act-customer-out  pic x(6).
           05 filler            pic x(2) value spaces.
           05 act-reason-out    pic x(4).
           05 filler            pic x(2) value spaces.
           05 act-disp-out      pic x(40).

       01 cert-title-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(33) value
               'CERTIFICATE OF ERASURE  Customer '.
           05 cert-customer-out pic x(6).
           05 filler pic x(9) value '  Erased '.
           05 cert-date-out     pic 9999/99/99.
           05 filler pic x(11) value '  Operator '.
           05 cert-operator-out pic x(8).

       01 cert-line-out.
           05 filler            pic x(3) value spaces.
           05 cert-name-out     pic x(9).
           05 filler            pic x(2) value spaces.
           05 cert-count-out    pic z,zzz,zz9.
           05 filler            pic x(2) value spaces.
           05 cert-action-out   pic x(40).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(8) value 'Erased: '.
           05 erased-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value 'Rejected: '.
           05 rejected-count-out pic zzzz9.

       procedure division.
       100-main.
           open input request-file.
           if rq-file-status not = '00'
               display 'REQUEST-FILE FAILED TO OPEN, STATUS '
                   rq-file-status
               stop run
           end-if.
           open i-o customer-master.
           if cm-file-status not = '00'
               display 'CUSTOMER-MASTER FAILED TO OPEN, STATUS '
                   cm-file-status
               stop run
           end-if.
           open input reservation.
           if rv-file-status not = '00'
               display 'RESERVATION FAILED TO OPEN, STATUS '
                   rv-file-status
               stop run
           end-if.
      *    a missing rental or claim file must stop the run, not
      *    let an open rental or claim through unseen
           open input open-rental.
           if or-file-status not = '00'
               display 'OPEN-RENTAL FAILED TO OPEN, STATUS '
                   or-file-status
               stop run
           end-if.
           open input claim-master.
           if dc-file-status not = '00'
               display 'CLAIM-MASTER FAILED TO OPEN, STATUS '
                   dc-file-status
               stop run
           end-if.
           open input points-master.
           open output file-out.
           perform 8900-open-exception-log.
           move 'CUSTERASE   ' to excp-this-job.
           perform 9800-open-master-journal.
           perform 8800-load-operator-master.
           perform 8520-load-erasures.
           perform 8560-load-holds.
           perform 110-open-register.

           move 'CUSTOMER ERASURE    ' to banner-job-name.
           move 'CE0001' to banner-batch-id.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           read request-file at end move 'n' to more-records.
           perform 200-process-request until more-records = 'n'.

           close request-file.
           close customer-master.
           close reservation.
           close open-rental.
           close claim-master.
           close points-master.
           close erasure-register.

      *    the sequential files are swept only when the register
      *    holds someone; the log and journal are closed first so
      *    they can be rewritten in their turn
           close exception-log.
           close master-journal.
           if erase-count > 0
               perform 400-sweep-billing-detail
               perform 420-sweep-billing-history
               perform 440-sweep-open-items
               perform 460-sweep-prior-open-items
               perform 480-sweep-exception-log
               perform 500-sweep-master-journal
               perform 530-sweep-report-repository
               perform 545-sweep-placements
               perform 560-sweep-credits
               perform 575-sweep-refund-register
           end-if.

           perform 600-print-certificate
               varying run-idx from 1 by 1
               until run-idx > run-count.

           move erased-count to erased-count-out.
           move rejected-count to rejected-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           stop run.

      *the same append-with-create-fallback the exception log does
       110-open-register.
           open extend erasure-register.
           if erase-file-status not = '00'
               open output erasure-register
               close erasure-register
               open extend erasure-register
           end-if.
           move spaces to erasure-register-record.

      *    removing a customer's data is not anonymous work: the
      *    operator is judged and audited before anything is read
       200-process-request.
           move eq-operator to oper-request-id.
           move 'ERASE   ' to oper-this-function.
           move eq-customer-id to oper-request-key.
           move eq-reason to oper-reason-code.
           perform 8850-check-operator-authority.
           perform 8860-write-access-audit.
           move eq-customer-id to erase-check-id.
           perform 650-find-run-customer.
           evaluate true
               when not oper-authorized
                   move 'REJECTED - OPERATOR AUTHORITY'
                       to act-disp-out
                   move 'ERAU' to excp-reason-code
                   move 'erasure request without authority'
                       to excp-reason-text
                   perform 290-reject-request
               when run-found
                   move 'REJECTED - ALREADY ERASED THIS RUN'
                       to act-disp-out
                   move 'DUPE' to excp-reason-code
                   move 'erasure request repeated in one run'
                       to excp-reason-text
                   perform 290-reject-request
               when other
                   perform 210-read-customer
           end-evaluate.
           read request-file at end move 'n' to more-records.

       210-read-customer.
           move eq-customer-id to cm-customer-id.
           read customer-master
               invalid key
                   move 'REJECTED - CUSTOMER NOT ON FILE'
                       to act-disp-out
                   move 'NOTF' to excp-reason-code
                   move 'erasure request for unknown customer'
                       to excp-reason-text
                   perform 290-reject-request
               not invalid key
                   perform 220-check-open-business
           end-read.

      *a customer who still owes, still has a car out or still has
      *a damage claim open is still doing business with the shop
       220-check-open-business.
           perform 230-check-open-receivables.
           perform 270-check-open-placement.
           perform 240-check-open-rental.
           perform 250-check-open-claim.
           perform 260-check-legal-hold.
           evaluate true
               when open-receivable
                   move 'REJECTED - OPEN RECEIVABLE' to act-disp-out
                   move 'ERAR' to excp-reason-code
                   move 'erasure refused - open receivable'
                       to excp-reason-text
                   perform 290-reject-request
               when open-placement
                   move 'REJECTED - PLACED FOR COLLECTION'
                       to act-disp-out
                   move 'ERAR' to excp-reason-code
                   move 'erasure refused - open placement'
                       to excp-reason-text
                   perform 290-reject-request
               when open-rental-found
                   move 'REJECTED - OPEN RENTAL' to act-disp-out
                   move 'EROR' to excp-reason-code
                   move 'erasure refused - open rental'
                       to excp-reason-text
                   perform 290-reject-request
               when open-claim-found
                   move 'REJECTED - OPEN DAMAGE CLAIM'
                       to act-disp-out
                   move 'ERDC' to excp-reason-code
                   move 'erasure refused - open damage claim'
                       to excp-reason-text
                   perform 290-reject-request
               when legal-hold-found
                   move 'REJECTED - UNDER LEGAL HOLD' to act-disp-out
                   move 'ERLH' to excp-reason-code
                   move 'erasure refused - legal hold in force'
                       to excp-reason-text
                   perform 290-reject-request
               when other
                   perform 300-erase-customer
           end-evaluate.

       230-check-open-receivables.
           move 'n' to open-receivable-flag.
           open input open-items-file.
           if oi-file-status = '00'
               move 'n' to scan-flag
               perform 235-check-one-open-item until scan-done
           end-if.
           close open-items-file.

       235-check-one-open-item.
           read open-items-file
               at end
                   move 'y' to scan-flag
               not at end
                   if ar-customer-id = eq-customer-id
                       and ar-amount-open > 0
                       move 'y' to open-receivable-flag
                       move 'y' to scan-flag
                   end-if
           end-read.

       240-check-open-rental.
           move 'n' to open-rental-flag.
           move low-values to or-unit-id.
           move 'n' to scan-flag.
           start open-rental key not < or-unit-id
               invalid key move 'y' to scan-flag
           end-start.
           perform 245-check-one-open-rental until scan-done.

       245-check-one-open-rental.
           read open-rental next record
               at end
                   move 'y' to scan-flag
               not at end
                   if or-customer-id = eq-customer-id
                       move 'y' to open-rental-flag
                       move 'y' to scan-flag
                   end-if
           end-read.

       250-check-open-claim.
           move 'n' to open-claim-flag.
           move 0 to dc-claim-no.
           move 'n' to scan-flag.
           start claim-master key not < dc-claim-no
               invalid key move 'y' to scan-flag
           end-start.
           perform 255-check-one-claim until scan-done.

       255-check-one-claim.
           read claim-master next record
               at end
                   move 'y' to scan-flag
               not at end
                   if dc-customer-id = eq-customer-id
                       and dc-open
                       move 'y' to open-claim-flag
                       move 'y' to scan-flag
                   end-if
           end-read.

      *only a customer hold binds the customer's own data
       260-check-legal-hold.
           move 'n' to legal-hold-flag.
           perform 265-check-one-hold
               varying hold-idx from 1 by 1
               until hold-idx > hold-count or legal-hold-found.

       265-check-one-hold.
           if hlt-active (hold-idx)
               and hlt-key-type (hold-idx) = 'C'
               and hlt-key-value (hold-idx) = eq-customer-id
               move 'y' to legal-hold-flag
           end-if.

      *a debt still with the collection agency is a receivable the
      *shop has not given up on
       270-check-open-placement.
           move 'n' to open-placement-flag.
           open input placed-file.
           if pl-file-status = '00'
               move 'n' to scan-flag
               perform 275-check-one-placement until scan-done
           end-if.
           close placed-file.

       275-check-one-placement.
           read placed-file
               at end
                   move 'y' to scan-flag
               not at end
                   if pl-customer-id = eq-customer-id
                       and pl-open
                       move 'y' to open-placement-flag
                       move 'y' to scan-flag
                   end-if
           end-read.

       290-reject-request.
           add 1 to rejected-count.
           perform 295-print-activity-line.
           move request-record to excp-record-image.
           perform 9000-log-exception.

       295-print-activity-line.
           move eq-operator to act-operator-out.
           move eq-customer-id to act-customer-out.
           move eq-reason to act-reason-out.
           write record-out from print-activity-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *the master is masked and blocked in place, the id goes on
      *the register, and the id-only files are counted for the
      *certificate; the sequential sweeps follow once every
      *request is in
       300-erase-customer.
           if run-count >= 100
               display 'ERASURE RUN TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to run-count.
           move eq-customer-id to run-customer-id (run-count).
           move eq-operator to run-operator (run-count).
           move eq-reason to run-reason (run-count).
           perform 305-zero-one-count
               varying file-idx from 1 by 1
               until file-idx > 14.

           move customer-master-record to mj-before-image.
           move customer-master-record to erase-image.
           perform 8540-mask-customer-image.
           move 'B' to ei-block-status.
           move 'ERAS' to ei-block-reason.
           move erase-image to customer-master-record.
           rewrite customer-master-record.
           move 'CUSTMAST' to mj-this-file.
           move 'C' to mj-action-code.
           move customer-master-record to mj-after-image.
           perform 9850-journal-update.
           move 1 to run-file-count (run-count, 1).

           perform 310-count-reservations.
           move eq-customer-id to pm-customer-id.
           read points-master
               invalid key continue
               not invalid key
                   move 1 to run-file-count (run-count, 3)
           end-read.

           perform 8530-check-erased.
           if not erase-found
               perform 330-register-erasure
           end-if.
           move 1 to run-file-count (run-count, 14).

           add 1 to erased-count.
           move 'ERASED' to act-disp-out.
           perform 295-print-activity-line.

       305-zero-one-count.
           move 0 to run-file-count (run-count, file-idx).

       310-count-reservations.
           move eq-customer-id to rv-customer-id.
           move zeros to rv-pickup-date.
           move 'n' to scan-flag.
           start reservation key not < rv-resv-key
               invalid key move 'y' to scan-flag
           end-start.
           perform 315-count-one-reservation until scan-done.

       315-count-one-reservation.
           read reservation next record
               at end
                   move 'y' to scan-flag
               not at end
                   if rv-customer-id not = eq-customer-id
                       move 'y' to scan-flag
                   else
                       add 1 to run-file-count (run-count, 2)
                   end-if
           end-read.

      *the register row, and the same id into the table the sweeps
      *work from
       330-register-erasure.
           move spaces to erasure-register-record.
           move eq-customer-id to er-customer-id.
           move banner-run-date-ccyymmdd to er-erase-date.
           move eq-operator to er-operator.
           move eq-reason to er-reason.
           write erasure-register-record.
           if erase-count >= 1000
               display 'ERASURE TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to erase-count.
           move eq-customer-id to ert-customer-id (erase-count).
           move banner-run-date-ccyymmdd
               to ert-erase-date (erase-count).

      *each sweep copies the live file to ERASEWRK with the
      *tombstone applied, then lays the copy back over the live
      *name only if a line changed
       400-sweep-billing-detail.
           move 4 to file-no.
           move 'n' to file-changed-flag.
           open input billing-detail.
           if bd-file-status = '00'
               open output erase-work-file
               read billing-detail at end move 'n' to more-records
               end-read
               perform 405-sweep-one-detail until more-records = 'n'
               close erase-work-file
           end-if.
           close billing-detail.
           move 'y' to more-records.
           if file-changed
               open input erase-work-file
               open output billing-detail
               perform 410-restore-one-detail
                   until more-work-recs = 'n'
               close erase-work-file
               close billing-detail
               move 'y' to more-work-recs
           end-if.

       405-sweep-one-detail.
           move bd-customer-id to erase-check-id.
           perform 8530-check-erased.
           if erase-found
               move erase-tombstone to bd-customer-name
               perform 660-count-for-run-customer
           end-if.
           write erase-work-record from billing-detail-record.
           read billing-detail at end move 'n' to more-records.

       410-restore-one-detail.
           read erase-work-file
               at end move 'n' to more-work-recs
               not at end
                   write billing-detail-record from erase-work-record
           end-read.

       420-sweep-billing-history.
           move 5 to file-no.
           move 'n' to file-changed-flag.
           open input billing-history.
           if bh-file-status = '00'
               open output erase-work-file
               read billing-history at end move 'n' to more-records
               end-read
               perform 425-sweep-one-history
                   until more-records = 'n'
               close erase-work-file
           end-if.
           close billing-history.
           move 'y' to more-records.
           if file-changed
               open input erase-work-file
               open output billing-history
               perform 430-restore-one-history
                   until more-work-recs = 'n'
               close erase-work-file
               close billing-history
               move 'y' to more-work-recs
           end-if.

       425-sweep-one-history.
           move bh-customer-id to erase-check-id.
           perform 8530-check-erased.
           if erase-found
               move erase-tombstone to bh-customer-name
               perform 660-count-for-run-customer
           end-if.
           write erase-work-record from billing-history-record.
           read billing-history at end move 'n' to more-records.

       430-restore-one-history.
           read erase-work-file
               at end move 'n' to more-work-recs
               not at end
                   write billing-history-record
                       from erase-work-record
           end-read.

      *a TRAILER9 line's leading bytes are no customer's id, so
      *the trailer rides through as it was
       440-sweep-open-items.
           move 6 to file-no.
           move 'n' to file-changed-flag.
           open input open-items-file.
           if oi-file-status = '00'
               open output erase-work-file
               read open-items-file at end move 'n' to more-records
               end-read
               perform 445-sweep-one-open-item
                   until more-records = 'n'
               close erase-work-file
           end-if.
           close open-items-file.
           move 'y' to more-records.
           if file-changed
               open input erase-work-file
               open output open-items-file
               perform 450-restore-one-open-item
                   until more-work-recs = 'n'
               close erase-work-file
               close open-items-file
               move 'y' to more-work-recs
           end-if.

       445-sweep-one-open-item.
           move ar-customer-id to erase-check-id.
           perform 8530-check-erased.
           if erase-found
               move erase-tombstone to ar-customer-name
               perform 660-count-for-run-customer
           end-if.
           write erase-work-record from open-items-record.
           read open-items-file at end move 'n' to more-records.

       450-restore-one-open-item.
           read erase-work-file
               at end move 'n' to more-work-recs
               not at end
                   write open-items-record from erase-work-record
           end-read.

       460-sweep-prior-open-items.
           move 7 to file-no.
           move 'n' to file-changed-flag.
           open input open-items-prior-file.
           if op-file-status = '00'
               open output erase-work-file
               read open-items-prior-file
                   at end move 'n' to more-records
               end-read
               perform 465-sweep-one-prior-item
                   until more-records = 'n'
               close erase-work-file
           end-if.
           close open-items-prior-file.
           move 'y' to more-records.
           if file-changed
               open input erase-work-file
               open output open-items-prior-file
               perform 470-restore-one-prior-item
                   until more-work-recs = 'n'
               close erase-work-file
               close open-items-prior-file
               move 'y' to more-work-recs
           end-if.

       465-sweep-one-prior-item.
           move ap-customer-id to erase-check-id.
           perform 8530-check-erased.
           if erase-found
               move erase-tombstone to ap-customer-name
               perform 660-count-for-run-customer
           end-if.
           write erase-work-record from open-items-prior-record.
           read open-items-prior-file
               at end move 'n' to more-records
           end-read.

       470-restore-one-prior-item.
           read erase-work-file
               at end move 'n' to more-work-recs
               not at end
                   write open-items-prior-record
                       from erase-work-record
           end-read.

      *an exception image has whatever layout its job failed on,
      *so an image naming an erased id anywhere is withheld whole;
      *the job, reason code and text stay for the trail
       480-sweep-exception-log.
           move 8 to file-no.
           move 'n' to file-changed-flag.
           open input exception-log.
           if excp-file-status = '00'
               open output erase-work-file
               read exception-log at end move 'n' to more-records
               end-read
               perform 485-sweep-one-exception
                   until more-records = 'n'
               close erase-work-file
           end-if.
           close exception-log.
           move 'y' to more-records.
           if file-changed
               open input erase-work-file
               open output exception-log
               perform 490-restore-one-exception
                   until more-work-recs = 'n'
               close erase-work-file
               close exception-log
               move 'y' to more-work-recs
           end-if.

       485-sweep-one-exception.
           move spaces to erase-text.
           move excp-record-image to erase-text.
           perform 8550-scan-erased-text.
           if erase-found
               move spaces to excp-record-image
               string 'IMAGE WITHHELD - ERASED CUSTOMER '
                      erase-check-id delimited by size
                      into excp-record-image
               perform 660-count-for-run-customer
           end-if.
           write erase-work-record from exception-log-record.
           read exception-log at end move 'n' to more-records.

       490-restore-one-exception.
           read erase-work-file
               at end move 'n' to more-work-recs
               not at end
                   write exception-log-record from erase-work-record
           end-read.

      *only CUSTMAST images carry a name; masking them the same way
      *jrnlreplay masks the backup keeps a replay's before images
      *matching
       500-sweep-master-journal.
           move 9 to file-no.
           move 'n' to file-changed-flag.
           open input master-journal.
           if mj-file-status = '00'
               open output erase-work-file
               read master-journal at end move 'n' to more-records
               end-read
               perform 505-sweep-one-journal-entry
                   until more-records = 'n'
               close erase-work-file
           end-if.
           close master-journal.
           move 'y' to more-records.
           if file-changed
               open input erase-work-file
               open output master-journal
               perform 520-restore-one-journal-entry
                   until more-work-recs = 'n'
               close erase-work-file
               close master-journal
               move 'y' to more-work-recs
           end-if.

       505-sweep-one-journal-entry.
           if mj-file-id = 'CUSTMAST'
               move mj-before to erase-image
               perform 510-mask-journal-image
               move erase-image to mj-before
               move mj-after to erase-image
               perform 510-mask-journal-image
               move erase-image to mj-after
           end-if.
           write erase-work-record from master-journal-record.
           read master-journal at end move 'n' to more-records.

       510-mask-journal-image.
           move ei-customer-id to erase-check-id.
           perform 8530-check-erased.
           if erase-found
               perform 8540-mask-customer-image
               perform 660-count-for-run-customer
           end-if.

       520-restore-one-journal-entry.
           read erase-work-file
               at end move 'n' to more-work-recs
               not at end
                   write master-journal-record from erase-work-record
           end-read.

      *a captured report line naming an erased id is withheld whole;
      *the run, page and advancing stay so a reprint keeps its
      *shape.  this job's own report is being captured to the same
      *file, so capture closes for the sweep and reopens on the
      *certificate's first line
       530-sweep-report-repository.
           perform 8030-close-report-capture.
           move 10 to file-no.
           move 'n' to file-changed-flag.
           open input report-repository.
           if capture-file-status = '00'
               open output erase-work-file
               read report-repository at end move 'n' to more-records
               end-read
               perform 535-sweep-one-report-line
                   until more-records = 'n'
               close erase-work-file
           end-if.
           close report-repository.
           move 'y' to more-records.
           if file-changed
               open input erase-work-file
               open output report-repository
               perform 540-restore-one-report-line
                   until more-work-recs = 'n'
               close erase-work-file
               close report-repository
               move 'y' to more-work-recs
           end-if.

       535-sweep-one-report-line.
           move spaces to erase-text.
           move rpo-line to erase-text.
           perform 8550-scan-erased-text.
           if erase-found
               move spaces to rpo-line
               string ' LINE WITHHELD - ERASED CUSTOMER '
                      erase-check-id delimited by size
                      into rpo-line
               perform 660-count-for-run-customer
           end-if.
           write erase-work-record from report-repository-record.
           read report-repository at end move 'n' to more-records.

       540-restore-one-report-line.
           read erase-work-file
               at end move 'n' to more-work-recs
               not at end
                   write report-repository-record
                       from erase-work-record
           end-read.

       545-sweep-placements.
           move 11 to file-no.
           move 'n' to file-changed-flag.
           open input placed-file.
           if pl-file-status = '00'
               open output erase-work-file
               read placed-file at end move 'n' to more-records
               end-read
               perform 550-sweep-one-placement
                   until more-records = 'n'
               close erase-work-file
           end-if.
           close placed-file.
           move 'y' to more-records.
           if file-changed
               open input erase-work-file
               open output placed-file
               perform 555-restore-one-placement
                   until more-work-recs = 'n'
               close erase-work-file
               close placed-file
               move 'y' to more-work-recs
           end-if.

       550-sweep-one-placement.
           move pl-customer-id to erase-check-id.
           perform 8530-check-erased.
           if erase-found
               move erase-tombstone to pl-customer-name
               perform 660-count-for-run-customer
           end-if.
           write erase-work-record from placed-record.
           read placed-file at end move 'n' to more-records.

       555-restore-one-placement.
           read erase-work-file
               at end move 'n' to more-work-recs
               not at end
                   write placed-record from erase-work-record
           end-read.

       560-sweep-credits.
           move 12 to file-no.
           move 'n' to file-changed-flag.
           open input credit-file.
           if cc-file-status = '00'
               open output erase-work-file
               read credit-file at end move 'n' to more-records
               end-read
               perform 565-sweep-one-credit
                   until more-records = 'n'
               close erase-work-file
           end-if.
           close credit-file.
           move 'y' to more-records.
           if file-changed
               open input erase-work-file
               open output credit-file
               perform 570-restore-one-credit
                   until more-work-recs = 'n'
               close erase-work-file
               close credit-file
               move 'y' to more-work-recs
           end-if.

       565-sweep-one-credit.
           move cc-customer-id to erase-check-id.
           perform 8530-check-erased.
           if erase-found
               move erase-tombstone to cc-customer-name
               perform 660-count-for-run-customer
           end-if.
           write erase-work-record from credit-record.
           read credit-file at end move 'n' to more-records.

       570-restore-one-credit.
           read erase-work-file
               at end move 'n' to more-work-recs
               not at end
                   write credit-record from erase-work-record
           end-read.

      *the check itself -- amount, date and status -- stays for
      *the bank reconciliation; only the payee name goes
       575-sweep-refund-register.
           move 13 to file-no.
           move 'n' to file-changed-flag.
           open input refund-register.
           if rr-file-status = '00'
               open output erase-work-file
               read refund-register at end move 'n' to more-records
               end-read
               perform 580-sweep-one-refund
                   until more-records = 'n'
               close erase-work-file
           end-if.
           close refund-register.
           move 'y' to more-records.
           if file-changed
               open input erase-work-file
               open output refund-register
               perform 585-restore-one-refund
                   until more-work-recs = 'n'
               close erase-work-file
               close refund-register
               move 'y' to more-work-recs
           end-if.

       580-sweep-one-refund.
           move rr-payee-id (1:6) to erase-check-id.
           perform 8530-check-erased.
           if erase-found
               move erase-tombstone to rr-name
               perform 660-count-for-run-customer
           end-if.
           write erase-work-record from refund-register-record.
           read refund-register at end move 'n' to more-records.

       585-restore-one-refund.
           read erase-work-file
               at end move 'n' to more-work-recs
               not at end
                   write refund-register-record
                       from erase-work-record
           end-read.

       600-print-certificate.
           move run-customer-id (run-idx) to cert-customer-out.
           move banner-run-date-ccyymmdd to cert-date-out.
           move run-operator (run-idx) to cert-operator-out.
           write record-out from cert-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 610-print-certificate-line
               varying file-idx from 1 by 1
               until file-idx > 14.

       610-print-certificate-line.
           move cert-file-name (file-idx) to cert-name-out.
           move run-file-count (run-idx, file-idx) to cert-count-out.
           move cert-file-action (file-idx) to cert-action-out.
           write record-out from cert-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       650-find-run-customer.
           move 'n' to run-found-flag.
           perform 655-scan-one-run-customer
               varying run-idx from 1 by 1
               until run-idx > run-count or run-found.

       655-scan-one-run-customer.
           if run-customer-id (run-idx) = erase-check-id
               move 'y' to run-found-flag
               move run-idx to run-match-idx
           end-if.

      *every masked line changes the file; it counts onto a
      *certificate only when the id was erased this run
       660-count-for-run-customer.
           move 'y' to file-changed-flag.
           perform 650-find-run-customer.
           if run-found
               add 1 to run-file-count (run-match-idx, file-no)
           end-if.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy JRNLPR.

       copy OPERPR.

       copy ERASEPR.

       copy HOLDPR.

       end program custerase.
