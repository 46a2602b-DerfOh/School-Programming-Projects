      *Examiner workload report
      *
      *Weekly.  Reads the examiner each claim is assigned to on
      *CLAIMMST (irsassign.cbl keeps it) and prints, per examiner,
      *the open claims held by status (received, under review,
      *under appeal), their average age since receipt, the oldest
      *claim held and how many sit past the review thresholds
      *irsstatus.cbl ages against (30 days in review, 60 under
      *appeal, counted from the last status change).  Every
      *examiner on OPERMAST prints, idle or not, with examiners
      *not taking new claims marked; open claims carrying an id
      *OPERMAST doesn't know, or none at all, print on their own
      *lines so nothing goes unowned unnoticed.
       identification division.
       program-id. irsworkld.
       environment division.
       input-output section.

       file-control.
           select claims-master assign to "CLAIMMST"
                 organization is indexed
                 access mode is sequential
                 record key is cl-claimant-id
                 file status is cl-file-status.
           select file-out assign to printer, "con".

           copy OPERSEL.

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
                88 cl-under-appeal   value 'Q'.
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

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy OPERFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 cl-file-status pic xx.
       01 review-age-threshold pic 9(3) value 30.
       01 appeal-age-threshold pic 9(3) value 60.

      *ages on the 30/360 convention irsstatus.cbl uses
       01 claim-age-days pic s9(5) value 0.
       01 status-age-days pic s9(5) value 0.
       01 date-split.
           05 ds-yyyy pic 9(4).
           05 ds-mm   pic 9(2).
           05 ds-dd   pic 9(2).

       01 workload-table.
           05 workload-entry occurs 60 times.
               10 wk-examiner-id        pic x(8).
               10 wk-name               pic x(15).
               10 wk-available          pic x.
               10 wk-received           pic 9(5).
               10 wk-review             pic 9(5).
               10 wk-appeal             pic 9(5).
               10 wk-open               pic 9(5).
               10 wk-age-total          pic 9(9).
               10 wk-oldest-id          pic x(9).
               10 wk-oldest-age         pic 9(5).
               10 wk-past-threshold     pic 9(5).
       01 workload-count pic 99 value 0.
       01 wk-idx pic 99 value 0.
       01 wk-match-idx pic 99 value 0.
       01 wk-found-flag pic x value 'n'.
           88 wk-found value 'y'.
       01 average-age pic 9(5) value 0.

       01 total-open pic 9(5) value 0.
       01 total-past pic 9(5) value 0.
       01 total-received pic 9(5) value 0.
       01 total-review pic 9(5) value 0.
       01 total-appeal pic 9(5) value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy OPERWS.

       01 line1-out.
           05 filler pic x(27) value spaces.
           05 filler pic x(24) value 'Examiner Workload'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value 'Examiner'.
           05 filler pic x(16) value 'Name'.
           05 filler pic x(6) value ' Rcvd'.
           05 filler pic x(6) value ' Revw'.
           05 filler pic x(6) value ' Appl'.
           05 filler pic x(7) value '  Open'.
           05 filler pic x(6) value '  Avg'.
           05 filler pic x(15) value 'Oldest    Age'.
           05 filler pic x(6) value ' Past'.

       01 print-examiner-out.
           05 filler            pic x(1) value spaces.
           05 ex-id-out         pic x(8).
           05 ex-avail-out      pic x.
           05 ex-name-out       pic x(15).
           05 filler            pic x(1) value spaces.
           05 ex-received-out   pic zzzz9.
           05 filler            pic x(1) value spaces.
           05 ex-review-out     pic zzzz9.
           05 filler            pic x(1) value spaces.
           05 ex-appeal-out     pic zzzz9.
           05 filler            pic x(1) value spaces.
           05 ex-open-out       pic zzzzz9.
           05 filler            pic x(1) value spaces.
           05 ex-average-out    pic zzzz9.
           05 filler            pic x(1) value spaces.
           05 ex-oldest-id-out  pic x(9).
           05 ex-oldest-age-out pic zzzz9.
           05 filler            pic x(1) value spaces.
           05 ex-past-out       pic zzzz9.

       01 print-total-out.
           05 filler            pic x(10) value spaces.
           05 filler            pic x(15) value 'All Examiners'.
           05 filler            pic x(1) value spaces.
           05 tot-received-out  pic zzzz9.
           05 filler            pic x(1) value spaces.
           05 tot-review-out    pic zzzz9.
           05 filler            pic x(1) value spaces.
           05 tot-appeal-out    pic zzzz9.
           05 filler            pic x(1) value spaces.
           05 tot-open-out      pic zzzzz9.
           05 filler            pic x(22) value spaces.
           05 tot-past-out      pic zzzz9.

       01 legend-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(60) value
               '* = not taking new claims.  Ages in days received.'.

       procedure division.
       100-main.
           open input claims-master.
           if cl-file-status not = '00'
               display 'CLAIMS-MASTER FAILED TO OPEN, STATUS '
                   cl-file-status
               stop run
           end-if.
           open output file-out.
           perform 8800-load-operator-master.

           move 'EXAMINER WORKLOAD   ' to banner-job-name.
           move 'EW0001' to banner-batch-id.
           perform 8000-print-banner-page.

      *        every examiner gets a line, idle or not
           perform 150-seed-one-examiner
               varying opt-idx from 1 by 1
               until opt-idx > operator-count.

           read claims-master at end move 'n' to more-records.
           perform 200-take-one-claim until more-records = 'n'.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.
           perform 300-print-one-examiner
               varying wk-idx from 1 by 1
               until wk-idx > workload-count.

           move total-received to tot-received-out.
           move total-review to tot-review-out.
           move total-appeal to tot-appeal-out.
           move total-open to tot-open-out.
           move total-past to tot-past-out.
           write record-out from print-total-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           write record-out from legend-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close claims-master.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

       150-seed-one-examiner.
           if opt-examiner (opt-idx) = 'Y'
               perform 160-add-workload-row
               move opt-operator-id (opt-idx)
                   to wk-examiner-id (workload-count)
               move opt-operator-name (opt-idx)
                   to wk-name (workload-count)
               move opt-available (opt-idx)
                   to wk-available (workload-count)
           end-if.

       160-add-workload-row.
           if workload-count >= 60
               display 'WORKLOAD TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to workload-count.
           move spaces to wk-examiner-id (workload-count).
           move spaces to wk-name (workload-count).
           move 'Y' to wk-available (workload-count).
           move 0 to wk-received (workload-count).
           move 0 to wk-review (workload-count).
           move 0 to wk-appeal (workload-count).
           move 0 to wk-open (workload-count).
           move 0 to wk-age-total (workload-count).
           move spaces to wk-oldest-id (workload-count).
           move 0 to wk-oldest-age (workload-count).
           move 0 to wk-past-threshold (workload-count).

       200-take-one-claim.
           if cl-open-claim
               perform 210-find-examiner-row
               perform 220-age-claim
               add 1 to wk-open (wk-idx)
               add 1 to total-open
               evaluate true
                   when cl-received
                       add 1 to wk-received (wk-idx)
                       add 1 to total-received
                   when cl-under-review
                       add 1 to wk-review (wk-idx)
                       add 1 to total-review
                   when cl-under-appeal
                       add 1 to wk-appeal (wk-idx)
                       add 1 to total-appeal
               end-evaluate
               add claim-age-days to wk-age-total (wk-idx)
               if claim-age-days > wk-oldest-age (wk-idx)
                   or wk-oldest-id (wk-idx) = spaces
                   move claim-age-days to wk-oldest-age (wk-idx)
                   move cl-claimant-id to wk-oldest-id (wk-idx)
               end-if
               if (cl-under-review
                       and status-age-days > review-age-threshold)
                   or (cl-under-appeal
                       and status-age-days > appeal-age-threshold)
                   add 1 to wk-past-threshold (wk-idx)
                   add 1 to total-past
               end-if
           end-if.
           read claims-master at end move 'n' to more-records.

      *an id OPERMAST doesn't list as an examiner, or none, still
      *gets its own row
       210-find-examiner-row.
           move 'n' to wk-found-flag.
           perform 215-scan-one-examiner-row
               varying wk-idx from 1 by 1
               until wk-idx > workload-count or wk-found.
           if wk-found
               move wk-match-idx to wk-idx
           else
               perform 160-add-workload-row
               move workload-count to wk-idx
               move cl-examiner-id to wk-examiner-id (wk-idx)
               if cl-examiner-id = spaces
                   move '(UNASSIGNED)' to wk-name (wk-idx)
               else
                   move '(NOT EXAMINER)' to wk-name (wk-idx)
               end-if
           end-if.

       215-scan-one-examiner-row.
           if wk-examiner-id (wk-idx) = cl-examiner-id
               move 'y' to wk-found-flag
               move wk-idx to wk-match-idx
           end-if.

       220-age-claim.
           move cl-received-date to date-split.
           compute claim-age-days =
               ((banner-run-yyyy - ds-yyyy) * 360)
               + ((banner-run-mm - ds-mm) * 30)
               + (banner-run-dd - ds-dd).
           if claim-age-days < 0
               move 0 to claim-age-days
           end-if.
           move cl-status-date to date-split.
           compute status-age-days =
               ((banner-run-yyyy - ds-yyyy) * 360)
               + ((banner-run-mm - ds-mm) * 30)
               + (banner-run-dd - ds-dd).
           if status-age-days < 0
               move 0 to status-age-days
           end-if.

       300-print-one-examiner.
           move wk-examiner-id (wk-idx) to ex-id-out.
           if wk-available (wk-idx) = 'Y'
               move space to ex-avail-out
           else
               move '*' to ex-avail-out
           end-if.
           move wk-name (wk-idx) to ex-name-out.
           move wk-received (wk-idx) to ex-received-out.
           move wk-review (wk-idx) to ex-review-out.
           move wk-appeal (wk-idx) to ex-appeal-out.
           move wk-open (wk-idx) to ex-open-out.
           if wk-open (wk-idx) > 0
               divide wk-age-total (wk-idx) by wk-open (wk-idx)
                   giving average-age rounded
           else
               move 0 to average-age
           end-if.
           move average-age to ex-average-out.
           move wk-oldest-id (wk-idx) to ex-oldest-id-out.
           move wk-oldest-age (wk-idx) to ex-oldest-age-out.
           move wk-past-threshold (wk-idx) to ex-past-out.
           write record-out from print-examiner-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy OPERPR.

       end program irsworkld.
