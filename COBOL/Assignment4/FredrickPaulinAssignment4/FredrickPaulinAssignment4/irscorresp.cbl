      *Claimant correspondence
      *
      *CLAIMMST moves every claim through its lifecycle -- received,
      *second-level review, approved, paid, partially paid, denied,
      *reversed, and irsappeal.cbl's under-appeal -- but the claimant
      *heard about none of it without calling.  This job compares
      *each claim's status, status date and reward with the last
      *letter the claimant was sent, carried on the IRSCORLG
      *correspondence log, and prints the letter the change calls
      *for on IRSCLTRS:
      *
      *  - an acknowledgement when the claim is received, and a
      *    notice when it goes to second-level review;
      *  - a determination once an award is approved or paid, with
      *    the amount recovered, the tier, the tier's rate and cap
      *    (IRSTIERS) and the reward taken from the claim's last
      *    tier record on IRSAUDIT;
      *  - a denial, with the appeal rights and the date an appeal
      *    must reach us;
      *  - an adjustment notice when a determined award is restated
      *    and a reversal notice when it is taken back;
      *  - an appeal acknowledgement, and the appeal outcome from
      *    IRSAPMST once the claim leaves appeal.
      *
      *Letters are addressed through the shared name-normalization
      *and address-standardization paragraphs.  CLAIMMST carries
      *the claimant's mailing address for them; address changes
      *arrive on IRSCLADR, are applied here before any letter goes
      *out, and are journaled to MFJRNL.  A claimant with no
      *address on file gets no letter until one arrives -- the
      *claim is logged to the exception log every run until then.
      *Every letter sent is appended to IRSCORLG, so what the
      *claimant was told, and when, can be proved.
       identification division.
       program-id. irscorresp.
       environment division.
       input-output section.

       file-control.
           select claims-master assign to "CLAIMMST"
                 organization is indexed
                 access mode is dynamic
                 record key is cl-claimant-id
                 file status is cl-file-status.

      *> optional: address changes keyed from the claimants' mail
           select optional address-file assign to "IRSCLADR"
                 organization is line sequential
                 file status is ca-file-status.

      *> every letter sent, kept for good
           select optional corresp-log assign to "IRSCORLG"
                 organization is line sequential
                 file status is cr-file-status.

           select audit-file assign to "IRSAUDIT"
                 organization is line sequential
                 file status is au-file-status.

           select reward-tier-file assign to "IRSTIERS"
                 organization is line sequential
                 file status is rt-file-status.

           select appeal-master assign to "IRSAPMST"
                 organization is indexed
                 access mode is random
                 record key is ap-claimant-id
                 file status is ap-file-status.

           select file-out assign to printer, "con".

      *> the claimant letters, printed apart from the report
           select letter-file assign to printer, "IRSCLTRS".

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
                88 cl-received       value 'R'.
                88 cl-under-review   value 'V'.
                88 cl-approved       value 'A'.
                88 cl-paid           value 'P'.
                88 cl-partially-paid value 'L'.
                88 cl-denied         value 'D'.
                88 cl-reversed       value 'X'.
                88 cl-under-appeal   value 'Q'.
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

       fd address-file label records are omitted.
       01 address-record.
            05 ca-claimant-id    pic x(9).
            05 ca-addr-line      pic x(25).
            05 ca-city           pic x(15).
            05 ca-state          pic x(2).
            05 ca-zip            pic x(5).

      *one row per letter: what it was and the claim as it stood
       fd corresp-log label records are omitted.
       01 corresp-log-record.
            05 cr-claimant-id    pic x(9).
            05 cr-letter-date    pic 9(8).
            05 cr-letter-type    pic x.
            05 cr-status         pic x.
            05 cr-status-date    pic 9(8).
            05 cr-reward         pic 9(8)v99.

       fd audit-file label records are omitted.
       01 audit-record.
            05 audit-claimant-id  pic x(9).
            05 audit-name         pic x(20).
            05 audit-tier         pic x(1).
            05 audit-recovered    pic 9999999999v99.
            05 audit-reward       pic s99999999v99.
            05 audit-date         pic 9(8).

       fd reward-tier-file label records are omitted.
       01 reward-tier-record.
            05 tier-boundary-in  pic 9(10)v99.
            05 tier-rate-in      pic v9(3).
            05 tier-cap-in       pic 9(8)v99.

       fd appeal-master label records are standard.
       01 appeal-master-record.
           05 ap-claimant-id    pic x(9).
           05 ap-received-date  pic 9(8).
           05 ap-reason         pic x(20).
           05 ap-prior-status   pic x.
           05 ap-status         pic x.
               88 ap-upheld         value 'U'.
               88 ap-granted        value 'G'.

       fd file-out label records are omitted.
       01 record-out pic x(80).

       fd letter-file label records are omitted.
       01 letter-out pic x(80).

       copy EXCPFD.

       copy JRNLFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 cl-file-status pic xx.
       01 ca-file-status pic xx.
       01 cr-file-status pic xx.
       01 au-file-status pic xx.
       01 rt-file-status pic xx.
       01 ap-file-status pic xx.
       01 cl-found-flag pic x value 'n'.
           88 cl-found value 'y'.
       01 ap-found-flag pic x value 'n'.
           88 ap-found value 'y'.
       01 appeal-open-flag pic x value 'n'.
           88 appeal-master-open value 'y'.

       01 today-date-ccyymmdd pic 9(8) value 0.

      *an appeal has to reach us within this many calendar days of
      *the decision
       01 appeal-window-days pic 99 value 30.

      *the last letter each claimant was sent
       01 last-letter-table.
           05 last-letter-entry occurs 3000 times.
               10 ll-claimant-id        pic x(9).
               10 ll-letter-type        pic x.
               10 ll-status             pic x.
               10 ll-status-date        pic 9(8).
               10 ll-reward             pic 9(8)v99.
       01 last-letter-count pic 9(4) value 0.
       01 ll-idx pic 9(4) value 0.
       01 ll-match-idx pic 9(4) value 0.
       01 ll-found-flag pic x value 'n'.
           88 ll-found value 'y'.
       01 find-claimant-id pic x(9) value spaces.

       01 last-type pic x value space.
           88 last-none              value space.
           88 last-told-award        values 'T' 'J' 'O'.
           88 last-appeal-received   value 'Q'.
       01 last-status pic x value space.
       01 last-status-date pic 9(8) value 0.
       01 last-reward pic 9(8)v99 value 0.

      *the letter this claim's change calls for
       01 letter-type pic x value space.
           88 no-letter              value space.
           88 ltr-acknowledge        value 'K'.
           88 ltr-review             value 'V'.
           88 ltr-determination      value 'T'.
           88 ltr-denial             value 'N'.
           88 ltr-adjustment         value 'J'.
           88 ltr-reversal           value 'X'.
           88 ltr-appeal-received    value 'Q'.
           88 ltr-appeal-outcome     value 'O'.

      *each claimant's last tier record on the audit trail
       01 audit-summary-table.
           05 audit-summary-entry occurs 3000 times.
               10 as-claimant-id        pic x(9).
               10 as-tier               pic x.
               10 as-recovered          pic 9(10)v99.
               10 as-reward             pic s9(8)v99.
       01 audit-summary-count pic 9(4) value 0.
       01 as-idx pic 9(4) value 0.
       01 as-match-idx pic 9(4) value 0.
       01 as-found-flag pic x value 'n'.
           88 as-found value 'y'.

       01 reward-tier-table.
           05 reward-tier-entry occurs 10 times.
               10 tier-boundary  pic 9(10)v99.
               10 tier-rate      pic v9(3).
               10 tier-cap       pic 9(8)v99.
       01 tier-count pic 99 value 0.
       01 tier-idx pic 99 value 0.
       01 tier-rate-pct pic 999v9 value 0.

       01 letters-sent pic 9(5) value 0.
       01 letters-held pic 9(5) value 0.
       01 addresses-applied pic 9(5) value 0.
       01 addresses-rejected pic 9(5) value 0.
       01 letter-type-counts.
           05 ack-count          pic 9(5) value 0.
           05 review-count       pic 9(5) value 0.
           05 determ-count       pic 9(5) value 0.
           05 denial-count       pic 9(5) value 0.
           05 adjust-count       pic 9(5) value 0.
           05 reversal-count     pic 9(5) value 0.
           05 appeal-recv-count  pic 9(5) value 0.
           05 appeal-out-count   pic 9(5) value 0.

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
           05 filler pic x(26) value spaces.
           05 filler pic x(24) value 'Claimant Correspondence'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(11) value 'Claim ID'.
           05 filler pic x(21) value 'Name'.
           05 filler pic x(7) value 'Status'.
           05 filler pic x(30) value 'Letter'.

       01 print-letter-log-out.
           05 filler            pic x(1) value spaces.
           05 log-claimant-out  pic x(9).
           05 filler            pic x(2) value spaces.
           05 log-name-out      pic x(20).
           05 filler            pic x(3) value spaces.
           05 log-status-out    pic x.
           05 filler            pic x(3) value spaces.
           05 log-letter-out    pic x(30).

       01 address-title-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(30) value 'Address Changes:'.

       01 print-address-out.
           05 filler            pic x(1) value spaces.
           05 adr-claimant-out  pic x(9).
           05 filler            pic x(2) value spaces.
           05 adr-line-out      pic x(25).
           05 filler            pic x(2) value spaces.
           05 adr-disp-out      pic x(30).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(14) value 'Letters Sent: '.
           05 sent-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(20) value 'Held For Address:   '.
           05 held-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(11) value 'Addresses: '.
           05 address-count-out pic zzzz9.

       01 summary-line-2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(5) value 'Ack: '.
           05 ack-count-out pic zzz9.
           05 filler pic x(9) value '  Review:'.
           05 review-count-out pic zzz9.
           05 filler pic x(9) value '  Determ:'.
           05 determ-count-out pic zzz9.
           05 filler pic x(9) value '  Denial:'.
           05 denial-count-out pic zzz9.
           05 filler pic x(9) value '  Adjust:'.
           05 adjust-count-out pic zzz9.

       01 summary-line-3-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(10) value 'Reversal: '.
           05 reversal-count-out pic zzz9.
           05 filler pic x(17) value '  Appeal Receipt:'.
           05 appeal-recv-count-out pic zzz9.
           05 filler pic x(17) value '  Appeal Outcome:'.
           05 appeal-out-count-out pic zzz9.

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

       01 letter-amount-out.
           05 filler pic x(1) value spaces.
           05 letter-amount-label pic x(20).
           05 letter-amount pic $zzz,zzz,zz9.99.

       01 letter-rate-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(20) value 'Tier Rate:          '.
           05 letter-rate pic zz9.9.
           05 filler pic x(8) value ' PERCENT'.

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
      *> no appeal master yet just means no appeal was ever taken
           open input appeal-master.
           if ap-file-status = '00'
               move 'y' to appeal-open-flag
           end-if.
           perform 8900-open-exception-log.
           move 'IRSCORRESP  ' to excp-this-job.
           perform 9800-open-master-journal.

           move 'CLAIM CORRESPONDENCE' to banner-job-name.
           move 'CC0001' to banner-batch-id.
           perform 8000-print-banner-page.
           move banner-run-date-ccyymmdd to today-date-ccyymmdd.

           perform 150-load-last-letters.
           perform 160-load-audit-summary.
           perform 170-load-reward-tiers.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           perform 200-apply-address-changes.

           open extend corresp-log.
           if cr-file-status not = '00'
               open output corresp-log
               close corresp-log
               open extend corresp-log
           end-if.

           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           add 3 to page-line-count.
           move low-values to cl-claimant-id.
           start claims-master key not < cl-claimant-id
               invalid key move 'n' to more-records
           end-start.
           if more-records = 'y'
               read claims-master next record
                   at end move 'n' to more-records
               end-read
           end-if.
           perform 300-check-one-claim until more-records = 'n'.
           move 'y' to more-records.

           move letters-sent to sent-count-out.
           move letters-held to held-count-out.
           move addresses-applied to address-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move ack-count to ack-count-out.
           move review-count to review-count-out.
           move determ-count to determ-count-out.
           move denial-count to denial-count-out.
           move adjust-count to adjust-count-out.
           write record-out from summary-line-2-out
               after advancing 1 line.
           perform 8020-capture-line.
           move reversal-count to reversal-count-out.
           move appeal-recv-count to appeal-recv-count-out.
           move appeal-out-count to appeal-out-count-out.
           write record-out from summary-line-3-out
               after advancing 1 line.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           close letter-file.
           close claims-master.
           if appeal-master-open
               close appeal-master
           end-if.
           close corresp-log.
           close master-journal.
           close exception-log.
           stop run.

      *the log is in date order, so the last row read for a
      *claimant is the last letter sent
       150-load-last-letters.
           open input corresp-log.
           if cr-file-status = '00'
               read corresp-log
                   at end move 'n' to more-records
               end-read
               perform 155-load-one-letter
                   until more-records = 'n'
           end-if.
           close corresp-log.
           move 'y' to more-records.

       155-load-one-letter.
           move cr-claimant-id to find-claimant-id.
           perform 158-find-last-letter.
           if ll-found
               move ll-match-idx to ll-idx
           else
               if last-letter-count >= 3000
                   display 'LETTER TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to last-letter-count
               move last-letter-count to ll-idx
               move cr-claimant-id to ll-claimant-id (ll-idx)
           end-if.
           move cr-letter-type to ll-letter-type (ll-idx).
           move cr-status to ll-status (ll-idx).
           move cr-status-date to ll-status-date (ll-idx).
           move cr-reward to ll-reward (ll-idx).
           read corresp-log
               at end move 'n' to more-records
           end-read.

       158-find-last-letter.
           move 'n' to ll-found-flag.
           perform 159-scan-one-last-letter
               varying ll-idx from 1 by 1
               until ll-idx > last-letter-count or ll-found.

       159-scan-one-last-letter.
           if ll-claimant-id (ll-idx) = find-claimant-id
               move 'y' to ll-found-flag
               move ll-idx to ll-match-idx
           end-if.

      *the trail is in date order too, so the last tier record
      *read is the one the current award rests on; offsets (tier
      *9), interest, withholding and appeal events are not tiers
       160-load-audit-summary.
           open input audit-file.
           if au-file-status = '00'
               read audit-file
                   at end move 'n' to more-records
               end-read
               perform 165-take-one-audit-record
                   until more-records = 'n'
           end-if.
           close audit-file.
           move 'y' to more-records.

       165-take-one-audit-record.
           if audit-tier >= '1' and audit-tier <= '8'
               move audit-claimant-id to find-claimant-id
               perform 168-find-audit-summary
               if as-found
                   move as-match-idx to as-idx
               else
                   if audit-summary-count >= 3000
                       display 'AUDIT TABLE FULL, CANNOT CONTINUE'
                       stop run
                   end-if
                   add 1 to audit-summary-count
                   move audit-summary-count to as-idx
                   move audit-claimant-id to as-claimant-id (as-idx)
               end-if
               move audit-tier to as-tier (as-idx)
               move audit-recovered to as-recovered (as-idx)
               move audit-reward to as-reward (as-idx)
           end-if.
           read audit-file
               at end move 'n' to more-records
           end-read.

       168-find-audit-summary.
           move 'n' to as-found-flag.
           perform 169-scan-one-audit-summary
               varying as-idx from 1 by 1
               until as-idx > audit-summary-count or as-found.

       169-scan-one-audit-summary.
           if as-claimant-id (as-idx) = find-claimant-id
               move 'y' to as-found-flag
               move as-idx to as-match-idx
           end-if.

       170-load-reward-tiers.
           open input reward-tier-file.
           if rt-file-status = '00'
               read reward-tier-file
                   at end move 'n' to more-records
               end-read
               perform 175-load-one-tier
                   until more-records = 'n'
           end-if.
           close reward-tier-file.
           move 'y' to more-records.

       175-load-one-tier.
           if tier-count < 10
               add 1 to tier-count
               move tier-boundary-in to tier-boundary (tier-count)
               move tier-rate-in to tier-rate (tier-count)
               move tier-cap-in to tier-cap (tier-count)
           end-if.
           read reward-tier-file
               at end move 'n' to more-records
           end-read.

      *address changes go in before tonight's letters, standardized
      *the way the letters will print them; the consumed file is
      *cleared so a change can't apply twice
       200-apply-address-changes.
           write record-out from address-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           open input address-file.
           if ca-file-status = '00'
               read address-file
                   at end move 'n' to more-records
               end-read
               perform 210-apply-one-address
                   until more-records = 'n'
               close address-file
               open output address-file
           end-if.
           close address-file.
           move 'y' to more-records.

       210-apply-one-address.
           move ca-claimant-id to cl-claimant-id.
           read claims-master
               invalid key
                   move 'n' to cl-found-flag
               not invalid key
                   move 'y' to cl-found-flag
           end-read.
           move ca-claimant-id to adr-claimant-out.
           move ca-addr-line to adr-line-out.
           evaluate true
               when not cl-found
                   move 'REJECTED - UNKNOWN CLAIMANT' to adr-disp-out
               when ca-addr-line = spaces or ca-city = spaces
                   move 'REJECTED - INCOMPLETE ADDRESS'
                       to adr-disp-out
               when other
                   move spaces to adr-disp-out
           end-evaluate.
           if adr-disp-out = spaces
               move claims-master-record to mj-before-image
               move ca-addr-line to addrstd-addr-line
               move ca-city to addrstd-city
               move ca-state to addrstd-state
               move ca-zip to addrstd-zip
               perform 9550-standardize-address
               move addrstd-addr-line to cl-addr-line
               move addrstd-city to cl-city
               move addrstd-state to cl-state
               move addrstd-zip to cl-zip
               move 'CLAIMMST' to mj-this-file
               move 'C' to mj-action-code
               move claims-master-record to mj-after-image
               rewrite claims-master-record
               perform 9850-journal-update
               add 1 to addresses-applied
               move 'APPLIED' to adr-disp-out
           else
               add 1 to addresses-rejected
               move 'CRAD' to excp-reason-code
               move 'claimant address change rejected'
                   to excp-reason-text
               move address-record to excp-record-image
               perform 9000-log-exception
           end-if.
           write record-out from print-address-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           read address-file
               at end move 'n' to more-records
           end-read.

      *nothing changed since the last letter, nothing to say
       300-check-one-claim.
           move cl-claimant-id to find-claimant-id.
           perform 158-find-last-letter.
           if ll-found
               move ll-letter-type (ll-match-idx) to last-type
               move ll-status (ll-match-idx) to last-status
               move ll-status-date (ll-match-idx) to last-status-date
               move ll-reward (ll-match-idx) to last-reward
           else
               move space to last-type
               move space to last-status
               move 0 to last-status-date
               move 0 to last-reward
           end-if.
           move space to letter-type.
           if cl-status not = last-status
               or cl-status-date not = last-status-date
               or cl-reward not = last-reward
               perform 310-choose-letter
           end-if.
           if not no-letter
               if cl-addr-line = spaces
                   add 1 to letters-held
                   move 'CRNA' to excp-reason-code
                   move 'claimant letter held - no address'
                       to excp-reason-text
                   move claims-master-record to excp-record-image
                   perform 9000-log-exception
               else
                   perform 400-send-letter
               end-if
           end-if.
           read claims-master next record
               at end move 'n' to more-records
           end-read.

      *appeal events first, then a restated award, then the plain
      *status letters
       310-choose-letter.
           evaluate true
               when cl-under-appeal
                   if not last-appeal-received
                       move 'Q' to letter-type
                   end-if
               when last-appeal-received
                   move 'O' to letter-type
               when cl-reversed
                   if last-type not = 'X'
                       move 'X' to letter-type
                   end-if
               when last-told-award and cl-reward not = last-reward
                   move 'J' to letter-type
               when cl-received
                   if last-type not = 'K'
                       move 'K' to letter-type
                   end-if
               when cl-under-review
                   if last-type not = 'V'
                       move 'V' to letter-type
                   end-if
               when cl-approved or cl-paid or cl-partially-paid
                   if not last-told-award
                       move 'T' to letter-type
                   end-if
               when cl-denied
                   if last-type not = 'N' and last-type not = 'O'
                       move 'N' to letter-type
                   end-if
           end-evaluate.

       400-send-letter.
           perform 410-print-label.
           evaluate true
               when ltr-acknowledge
                   perform 500-acknowledge-letter
                   add 1 to ack-count
                   move 'ACKNOWLEDGEMENT' to log-letter-out
               when ltr-review
                   perform 510-review-letter
                   add 1 to review-count
                   move 'REFERRED FOR REVIEW' to log-letter-out
               when ltr-determination
                   perform 520-determination-letter
                   add 1 to determ-count
                   move 'DETERMINATION' to log-letter-out
               when ltr-denial
                   perform 530-denial-letter
                   add 1 to denial-count
                   move 'DENIAL' to log-letter-out
               when ltr-adjustment
                   perform 540-adjustment-letter
                   add 1 to adjust-count
                   move 'ADJUSTMENT' to log-letter-out
               when ltr-reversal
                   perform 550-reversal-letter
                   add 1 to reversal-count
                   move 'REVERSAL' to log-letter-out
               when ltr-appeal-received
                   perform 560-appeal-received-letter
                   add 1 to appeal-recv-count
                   move 'APPEAL RECEIVED' to log-letter-out
               when ltr-appeal-outcome
                   perform 570-appeal-outcome-letter
                   add 1 to appeal-out-count
                   move 'APPEAL OUTCOME' to log-letter-out
           end-evaluate.
           add 1 to letters-sent.

           move cl-claimant-id to cr-claimant-id.
           move today-date-ccyymmdd to cr-letter-date.
           move letter-type to cr-letter-type.
           move cl-status to cr-status.
           move cl-status-date to cr-status-date.
           move cl-reward to cr-reward.
           write corresp-log-record.

           move cl-claimant-id to log-claimant-out.
           move cl-name to log-name-out.
           move cl-status to log-status-out.
           write record-out from print-letter-log-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       410-print-label.
           move cl-name to namespl-full-name.
           perform 9500-normalize-name.
           move cl-addr-line to addrstd-addr-line.
           move cl-city to addrstd-city.
           move cl-state to addrstd-state.
           move cl-zip to addrstd-zip.
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

       500-acknowledge-letter.
           move 'CLAIM ACKNOWLEDGEMENT' to letter-title-text.
           perform 740-print-letter-title.
           move 'WE HAVE RECEIVED YOUR CLAIM FOR A WHISTLEBLOWER'
               to letter-body-text.
           perform 745-print-letter-body.
           move 'AWARD.  PLEASE USE THE CLAIM NUMBER BELOW WHENEVER'
               to letter-body-text.
           perform 745-print-letter-body.
           move 'YOU WRITE TO US ABOUT IT.'
               to letter-body-text.
           perform 745-print-letter-body.
           perform 750-print-claim-lines.

       510-review-letter.
           move 'CLAIM REFERRED FOR REVIEW' to letter-title-text.
           perform 740-print-letter-title.
           move 'YOUR CLAIM HAS BEEN REFERRED FOR SECOND-LEVEL'
               to letter-body-text.
           perform 745-print-letter-body.
           move 'REVIEW.  NOTHING IS NEEDED FROM YOU; WE WILL WRITE'
               to letter-body-text.
           perform 745-print-letter-body.
           move 'AGAIN WHEN A DETERMINATION HAS BEEN MADE.'
               to letter-body-text.
           perform 745-print-letter-body.
           perform 750-print-claim-lines.

      *the award explained from the tier record it rests on
       520-determination-letter.
           move 'AWARD DETERMINATION' to letter-title-text.
           perform 740-print-letter-title.
           move 'A DETERMINATION HAS BEEN MADE ON YOUR CLAIM.  THE'
               to letter-body-text.
           perform 745-print-letter-body.
           move 'AWARD IS THE TIER RATE APPLIED TO THE AMOUNT'
               to letter-body-text.
           perform 745-print-letter-body.
           move 'RECOVERED, BUILT UP ACROSS THE LOWER TIERS AND'
               to letter-body-text.
           perform 745-print-letter-body.
           move 'LIMITED BY THE TIER CAP.'
               to letter-body-text.
           perform 745-print-letter-body.
           perform 750-print-claim-lines.
           perform 760-print-award-basis.
           move 'Award:              ' to letter-amount-label.
           move cl-reward to letter-amount.
           perform 765-print-letter-amount.
           move spaces to letter-body-text.
           perform 745-print-letter-body.
           evaluate true
               when cl-paid
                   move 'PAYMENT OF THE AWARD HAS BEEN ISSUED.'
                       to letter-body-text
               when cl-partially-paid
                   move 'THE AWARD IS BEING PAID IN MONTHLY PAYMENTS.'
                       to letter-body-text
               when other
                   move 'PAYMENT WILL BE ISSUED AS PROGRAM FUNDS ALLOW.'
                       to letter-body-text
           end-evaluate.
           perform 745-print-letter-body.
           if cl-withhold-required
               move 'BACKUP WITHHOLDING OF 24 PERCENT APPLIES TO THE'
                   to letter-body-text
               perform 745-print-letter-body
               move 'PAYMENT UNTIL WE RECEIVE YOUR CERTIFIED TIN.'
                   to letter-body-text
               perform 745-print-letter-body
           end-if.

       530-denial-letter.
           move 'CLAIM DENIED' to letter-title-text.
           perform 740-print-letter-title.
           move 'AFTER REVIEW, YOUR CLAIM HAS BEEN DENIED.  YOU MAY'
               to letter-body-text.
           perform 745-print-letter-body.
           move 'APPEAL THIS DECISION IN WRITING, GIVING YOUR CLAIM'
               to letter-body-text.
           perform 745-print-letter-body.
           move 'NUMBER AND THE REASON YOU DISAGREE.  YOUR APPEAL'
               to letter-body-text.
           perform 745-print-letter-body.
           move 'MUST REACH US BY THE APPEAL DEADLINE BELOW.'
               to letter-body-text.
           perform 745-print-letter-body.
           perform 750-print-claim-lines.
           perform 770-print-appeal-deadline.

       540-adjustment-letter.
           move 'AWARD ADJUSTED' to letter-title-text.
           perform 740-print-letter-title.
           move 'THE AWARD ON YOUR CLAIM HAS BEEN RESTATED.  THE'
               to letter-body-text.
           perform 745-print-letter-body.
           move 'AMOUNT BELOW REPLACES THE AWARD WE LAST WROTE TO'
               to letter-body-text.
           perform 745-print-letter-body.
           move 'YOU ABOUT.'
               to letter-body-text.
           perform 745-print-letter-body.
           perform 750-print-claim-lines.
           move 'Previous Award:     ' to letter-amount-label.
           move last-reward to letter-amount.
           perform 765-print-letter-amount.
           move 'Adjusted Award:     ' to letter-amount-label.
           move cl-reward to letter-amount.
           perform 765-print-letter-amount.
           perform 770-print-appeal-deadline.

       550-reversal-letter.
           move 'AWARD REVERSED' to letter-title-text.
           perform 740-print-letter-title.
           move 'THE AWARD ON YOUR CLAIM HAS BEEN REVERSED.  ANY'
               to letter-body-text.
           perform 745-print-letter-body.
           move 'AMOUNT ALREADY PAID MAY BE SUBJECT TO RECOVERY.'
               to letter-body-text.
           perform 745-print-letter-body.
           move 'YOU MAY APPEAL THIS DECISION IN WRITING BY THE'
               to letter-body-text.
           perform 745-print-letter-body.
           move 'APPEAL DEADLINE BELOW.'
               to letter-body-text.
           perform 745-print-letter-body.
           perform 750-print-claim-lines.
           move 'Reversed Award:     ' to letter-amount-label.
           move last-reward to letter-amount.
           perform 765-print-letter-amount.
           perform 770-print-appeal-deadline.

       560-appeal-received-letter.
           move 'APPEAL RECEIVED' to letter-title-text.
           perform 740-print-letter-title.
           move 'WE HAVE RECEIVED YOUR APPEAL.  YOUR CLAIM WILL BE'
               to letter-body-text.
           perform 745-print-letter-body.
           move 'RECONSIDERED AND WE WILL WRITE TO YOU WITH THE'
               to letter-body-text.
           perform 745-print-letter-body.
           move 'OUTCOME.'
               to letter-body-text.
           perform 745-print-letter-body.
           perform 750-print-claim-lines.

       570-appeal-outcome-letter.
           move 'n' to ap-found-flag.
           if appeal-master-open
               move cl-claimant-id to ap-claimant-id
               read appeal-master
                   invalid key
                       move 'n' to ap-found-flag
                   not invalid key
                       move 'y' to ap-found-flag
               end-read
           end-if.
           move 'APPEAL DECISION' to letter-title-text.
           perform 740-print-letter-title.
           if ap-found and ap-granted
               move 'YOUR APPEAL HAS BEEN GRANTED.  THE AWARD ON YOUR'
                   to letter-body-text
               perform 745-print-letter-body
               move 'CLAIM WILL BE RESTATED AND WE WILL WRITE AGAIN'
                   to letter-body-text
               perform 745-print-letter-body
               move 'WITH THE NEW AMOUNT.'
                   to letter-body-text
               perform 745-print-letter-body
           else
               move 'YOUR APPEAL HAS BEEN DECIDED.  THE ORIGINAL'
                   to letter-body-text
               perform 745-print-letter-body
               move 'DECISION ON YOUR CLAIM HAS BEEN UPHELD.'
                   to letter-body-text
               perform 745-print-letter-body
           end-if.
           perform 750-print-claim-lines.
           move 'Current Award:      ' to letter-amount-label.
           move cl-reward to letter-amount.
           perform 765-print-letter-amount.

       740-print-letter-title.
           write letter-out from letter-title-out
               after advancing 3 lines.

       745-print-letter-body.
           write letter-out from letter-body-out
               after advancing 1 line.

       750-print-claim-lines.
           move spaces to letter-body-text.
           perform 745-print-letter-body.
           move 'Claim Number:       ' to letter-detail-label.
           move cl-claimant-id to letter-detail-text.
           perform 755-print-letter-detail.
           move 'Date Received:      ' to letter-detail-label.
           move cl-received-date to letter-detail-text.
           perform 755-print-letter-detail.
           move 'Decision Date:      ' to letter-detail-label.
           move cl-status-date to letter-detail-text.
           perform 755-print-letter-detail.

       755-print-letter-detail.
           write letter-out from letter-detail-out
               after advancing 1 line.

      *a joint case puts the recovery on the first share only
       760-print-award-basis.
           move cl-claimant-id to find-claimant-id.
           perform 168-find-audit-summary.
           if as-found
               move 'Amount Recovered:   ' to letter-amount-label
               move as-recovered (as-match-idx) to letter-amount
               if as-recovered (as-match-idx) = 0
                   move 'Share Of Joint Case' to letter-detail-label
                   move 'RECOVERY SHOWN ON LEAD' to letter-detail-text
                   perform 755-print-letter-detail
               else
                   perform 765-print-letter-amount
               end-if
               move 'Reward Tier:        ' to letter-detail-label
               move as-tier (as-match-idx) to letter-detail-text
               perform 755-print-letter-detail
               move as-tier (as-match-idx) to tier-idx
               if tier-idx > 0 and tier-idx <= tier-count
                   compute tier-rate-pct = tier-rate (tier-idx) * 100
                   move tier-rate-pct to letter-rate
                   write letter-out from letter-rate-out
                       after advancing 1 line
                   move 'Tier Cap:           ' to letter-amount-label
                   move tier-cap (tier-idx) to letter-amount
                   perform 765-print-letter-amount
               end-if
           end-if.

       765-print-letter-amount.
           write letter-out from letter-amount-out
               after advancing 1 line.

       770-print-appeal-deadline.
           move cl-status-date to term-date-num.
           perform 780-advance-term-date appeal-window-days times.
           move 'Appeal Deadline:    ' to letter-detail-label.
           move term-date-num to letter-detail-text.
           perform 755-print-letter-detail.

       780-advance-term-date.
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

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy JRNLPR.

       copy NAMESPLP.

       copy ADDRSTDP.

       end program irscorresp.
