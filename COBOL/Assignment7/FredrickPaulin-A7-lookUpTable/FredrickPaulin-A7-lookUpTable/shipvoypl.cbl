      *before anything is computed; an out-of-balance file is
      *refused with return code 8, the same rule the invoice job
      *applies.
      *
      *Each P&L page also names the voyage's vessel and route from
      *the VOYMAST voyage master and says whether it arrived on
      *schedule -- on time, late by how many days, or still at sea
      *-- so a late voyage's demurrage and extra port days can be
      *read against the reason for them.
      *
      *Revenue takes in the bunker fuel surcharge the value report
      *now bills, since it is there to carry the voyage's fuel.
       identification division.
       program-id. shipvoypl.
       environment division.
                 organization is line sequential
                 file status is st-file-status.

      *> the voyage schedule voymaint.cbl keeps
           select optional voyage-master-file assign to "VOYMAST"
                 organization is line sequential
                 file status is vmf-file-status.

           select file-out assign to printer, "con".

           copy RPTSEL.

       data division.
       file section.
       fd billing-file label records are omitted.
            05 bl-insurance pic 9(8)v99.
            05 bl-company-id pic x(6).
            05 bl-voyage pic x(6).
            05 bl-bunker-pct pic s999v99 sign leading separate.
            05 bl-bunker pic s9(8)v99 sign leading separate.

       fd voyage-cost-file label records are standard.
       01 voyage-cost-record.
           05 st-revenue        pic 9(11)v99.
           05 st-cost           pic 9(11)v99.

       fd voyage-master-file label records are omitted.
       01 voyage-master-record.
           05 vm-voyage-id         pic x(6).
           05 vm-vessel            pic x(15).
           05 vm-load-port         pic x(5).
           05 vm-discharge-port    pic x(5).
           05 vm-planned-depart    pic 9(8).
           05 vm-planned-arrive    pic 9(8).
           05 vm-actual-depart     pic 9(8).
           05 vm-actual-arrive     pic 9(8).
           05 vm-status            pic x.

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy RPTFD.

       working-storage section.
       copy BANNERWS.
       copy PAGEBRKW.
       copy TRLRWS.

       01 more-records pic x value 'y'.
       01 bl-file-status pic xx.
       01 vc-file-status pic xx.
       01 st-file-status pic xx.
       01 vmf-file-status pic xx.
       01 hash-value-num pic 9(12) value 0.

      *this run's voyages: revenue from the billing detail, cost
           88 vp-found value 'y'.
       01 seek-voyage pic x(6) value spaces.

      *the schedule each voyage sailed to, from VOYMAST
       01 schedule-table.
           05 schedule-entry occurs 1000 times.
               10 sc-voyage-id      pic x(6).
               10 sc-vessel         pic x(15).
               10 sc-load-port      pic x(5).
               10 sc-discharge-port pic x(5).
               10 sc-planned-arrive pic 9(8).
               10 sc-actual-arrive  pic 9(8).
               10 sc-status         pic x.
       01 schedule-count pic 9(4) value 0.
       01 sc-idx pic 9(4) value 0.
       01 sc-match-idx pic 9(4) value 0.
       01 sc-found-flag pic x value 'n'.
           88 sc-found value 'y'.
       01 arrival-grace-days pic 9(3) value 1.
       01 days-late pic s9(5) value 0.
       01 planned-split.
           05 pln-yyyy pic 9(4).
           05 pln-mm   pic 9(2).
           05 pln-dd   pic 9(2).
       01 actual-split.
           05 act-yyyy pic 9(4).
           05 act-mm   pic 9(2).
           05 act-dd   pic 9(2).

       01 voyage-cost-total pic 9(11)v99 value 0.
       01 voyage-margin pic s9(11)v99 value 0.

           05 filler pic x(8) value 'VOYAGE: '.
           05 pl-voyage-out pic x(6).

       01 pl-schedule-out.
           05 filler pic x(3) value spaces.
           05 filler pic x(8) value 'Vessel: '.
           05 pl-vessel-out pic x(15).
           05 filler pic x(2) value spaces.
           05 pl-from-out pic x(5).
           05 filler pic x value '-'.
           05 pl-to-out pic x(5).
           05 filler pic x(2) value spaces.
           05 pl-arrival-out pic x(30).

       01 arrival-late-text.
           05 filler pic x(13) value 'ARRIVED LATE '.
           05 alt-days-out pic zzzz9.
           05 filler pic x(5) value ' DAYS'.

       01 pl-revenue-out.
           05 filler pic x(3) value spaces.
           05 filler pic x(22) value 'Revenue (Frt + Dem):  '.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           move 3 to page-line-count.

           perform 050-verify-billing-trailer.
           perform 110-load-voyage-revenue.
           perform 130-load-voyage-costs.
           perform 150-load-season-to-date.
           perform 170-load-voyage-schedule.

           perform 300-print-one-voyage-pl
               varying vp-idx from 1 by 1
           perform 600-print-season-ranking.

           close file-out.
           perform 8030-close-report-capture.
           stop run.

      *    a truncated billing file must not turn into a short P&L;
               display 'SHIPBILL OUT OF BALANCE WITH ITS TRAILER,'
               display '  FILE REFUSED - RERUN THE VALUE REPORT'
               close file-out
               perform 8030-close-report-capture
               move 8 to return-code
               stop run
           end-if.
               perform 200-find-voyage-entry
               add bl-value to vp-revenue (vp-idx)
               add bl-demurrage to vp-revenue (vp-idx)
               add bl-bunker to vp-revenue (vp-idx)
           end-if.
           read billing-file at end move 'n' to more-records.

           read season-file
               at end move 'n' to more-records.

      *a voyage not on the master just prints without its schedule
       170-load-voyage-schedule.
           open input voyage-master-file.
           if vmf-file-status = '00'
               read voyage-master-file
                   at end move 'n' to more-records
               end-read
               perform 175-load-one-schedule
                   until more-records = 'n'
           end-if.
           close voyage-master-file.
           move 'y' to more-records.

       175-load-one-schedule.
           if schedule-count >= 1000
               display 'SCHEDULE TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to schedule-count.
           move vm-voyage-id to sc-voyage-id (schedule-count).
           move vm-vessel to sc-vessel (schedule-count).
           move vm-load-port to sc-load-port (schedule-count).
           move vm-discharge-port
               to sc-discharge-port (schedule-count).
           move vm-planned-arrive
               to sc-planned-arrive (schedule-count).
           move vm-actual-arrive to sc-actual-arrive (schedule-count).
           move vm-status to sc-status (schedule-count).
           read voyage-master-file
               at end move 'n' to more-records.

      *one page per voyage this run, then its figures merge into
      *the season
       300-print-one-voyage-pl.
           move vp-voyage-id (vp-idx) to pl-voyage-out.
           write record-out from pl-title-out
               after advancing page.
           move 'P' to capture-mode.
           perform 8020-capture-line.
           perform 320-print-voyage-schedule.
           move vp-revenue (vp-idx) to pl-revenue-amt-out.
           write record-out from pl-revenue-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 'Fuel:                 ' to pl-cost-label-out.
           move vp-fuel (vp-idx) to pl-cost-amt-out.
           write record-out from pl-cost-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           move 'Port Charges:         ' to pl-cost-label-out.
           move vp-port (vp-idx) to pl-cost-amt-out.
           write record-out from pl-cost-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           move 'Crew:                 ' to pl-cost-label-out.
           move vp-crew (vp-idx) to pl-cost-amt-out.
           write record-out from pl-cost-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           move 'Canal Fees:           ' to pl-cost-label-out.
           move vp-canal (vp-idx) to pl-cost-amt-out.
           write record-out from pl-cost-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           move voyage-margin to pl-margin-amt-out.
           write record-out from pl-margin-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 350-merge-into-season.

      *on time within the grace voyperf.cbl allows, 30/360 days
       320-print-voyage-schedule.
           move 'n' to sc-found-flag.
           perform 325-scan-one-schedule
               varying sc-idx from 1 by 1
               until sc-idx > schedule-count or sc-found.
           if sc-found
               move sc-vessel (sc-match-idx) to pl-vessel-out
               move sc-load-port (sc-match-idx) to pl-from-out
               move sc-discharge-port (sc-match-idx) to pl-to-out
               evaluate sc-status (sc-match-idx)
                   when 'A'
                       move sc-planned-arrive (sc-match-idx)
                           to planned-split
                       move sc-actual-arrive (sc-match-idx)
                           to actual-split
                       compute days-late =
                           ((act-yyyy - pln-yyyy) * 360)
                           + ((act-mm - pln-mm) * 30)
                           + (act-dd - pln-dd)
                       if days-late > arrival-grace-days
                           move days-late to alt-days-out
                           move arrival-late-text to pl-arrival-out
                       else
                           move 'ARRIVED ON TIME' to pl-arrival-out
                       end-if
                   when 'D'
                       move 'AT SEA' to pl-arrival-out
                   when 'X'
                       move 'CANCELLED' to pl-arrival-out
                   when other
                       move 'NOT YET SAILED' to pl-arrival-out
               end-evaluate
           else
               move 'NOT ON VOYMAST' to pl-vessel-out
               move spaces to pl-from-out
               move spaces to pl-to-out
               move spaces to pl-arrival-out
           end-if.
           write record-out from pl-schedule-out
               after advancing 1 line.
           perform 8020-capture-line.

       325-scan-one-schedule.
           if sc-voyage-id (sc-idx) = vp-voyage-id (vp-idx)
               move 'y' to sc-found-flag
               move sc-idx to sc-match-idx
           end-if.

       350-merge-into-season.
           move 'n' to sn-found-flag.
           perform 355-scan-one-season-row
               until sn-idx > season-count.
           write record-out from rank-title-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 0 to rank-number.
           perform 620-print-one-rank
               move sn-margin (rank-best-idx) to rnk-margin-out
               write record-out from rank-line-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.

