      *Reward liability pipeline forecast
      *
      *The appropriation check and the funding queue keep any one
      *night from overspending, but nothing said whether IRSFUND
      *would last the year.  This job prices the open pipeline on
      *CLAIMMST -- received, under review and approved claims --
      *and spreads it across the coming months:
      *
      *  - each claim is priced on the IRSTIERS table the reward run
      *    uses, against the recovered amount its IRSAUDIT entry
      *    carries; a claim with no recovery on the trail keeps the
      *    reward CLAIMMST holds, and one with neither is priced at
      *    the historical average award off the IRSYTDAR archive;
      *  - the price is weighted by how often claims in that status
      *    have historically paid, off the IRSAUDIT and IRSAUDAR
      *    trails: a received claim by awards against exclusion
      *    denials, a claim under review by awards that stood
      *    against those later reversed or cut, and an approved
      *    claim in full, since it waits only on funding;
      *  - the weighted award lands in the month the claim should
      *    pay, its received date plus the average receipt-to-pay
      *    days irsannual.cbl reports (approved claims pay this
      *    month); an award over the installment threshold is
      *    spread across the installment months the reward run
      *    would schedule it over.
      *
      *The outstanding IRSSCHED installment schedules are listed and
      *added in month by month, and the projected draw is printed
      *against IRSFUND's remaining appropriation with the first
      *month the fund runs dry flagged.  Twelve months are shown;
      *anything further out is carried on a final line.
       identification division.
       program-id. irsfcst.
       environment division.
       input-output section.

       file-control.
           select claims-master assign to "CLAIMMST"
                 organization is indexed
                 access mode is sequential
                 record key is cl-claimant-id
                 file status is cl-file-status.

           select reward-tier-file assign to "IRSTIERS"
                 organization is line sequential
                 file status is rt-file-status.

           select audit-file assign to "IRSAUDIT"
                 organization is line sequential
                 file status is au-file-status.

      *> prior years' archives, written by irsyearend.cbl
           select optional audit-archive assign to "IRSAUDAR"
                 organization is line sequential
                 file status is aa-file-status.

           select optional ytd-archive assign to "IRSYTDAR"
                 organization is line sequential
                 file status is ya-file-status.

           select funding-file assign to "IRSFUND"
                 organization is line sequential
                 file status is fu-file-status.

      *> optional: outstanding installment payout schedules
           select optional sched-file assign to "IRSSCHED"
                 organization is line sequential
                 file status is sf-file-status.

           select file-out assign to printer, "con".

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
                88 cl-pipeline-claim values 'R' 'V' 'A'.
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

       fd reward-tier-file label records are omitted.
       01 reward-tier-record.
            05 tier-boundary-in  pic 9(10)v99.
            05 tier-rate-in      pic v9(3).
            05 tier-cap-in       pic 9(8)v99.

       fd audit-file label records are omitted.
       01 audit-record.
            05 audit-claimant-id  pic x(9).
            05 audit-name         pic x(20).
            05 audit-tier         pic x(1).
            05 audit-recovered    pic 9999999999v99.
            05 audit-reward       pic s99999999v99.
            05 audit-date         pic 9(8).

       fd audit-archive label records are omitted.
       01 audit-archive-record.
            05 aa-claimant-id    pic x(9).
            05 aa-name           pic x(20).
            05 aa-tier           pic x(1).
            05 aa-recovered      pic 9999999999v99.
            05 aa-reward         pic s99999999v99.
            05 aa-date           pic 9(8).

       fd ytd-archive label records are omitted.
       01 ytd-archive-record.
            05 ya-fiscal-year    pic 9(4).
            05 ya-record-count   pic 9(7).
            05 ya-total-reward   pic 9(11)v99.

       fd funding-file label records are omitted.
       01 funding-record.
            05 fu-appropriation  pic 9(11)v99.
            05 fu-drawn          pic 9(11)v99.

       fd sched-file label records are omitted.
       01 sched-record.
            05 sf-claimant-id pic x(9).
            05 sf-name        pic x(20).
            05 sf-original    pic 9(8)v99.
            05 sf-installment pic 9(8)v99.
            05 sf-next-due    pic 9(8).
            05 sf-remaining   pic 9(8)v99.

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 cl-file-status pic xx.
       01 rt-file-status pic xx.
       01 au-file-status pic xx.
       01 aa-file-status pic xx.
       01 ya-file-status pic xx.
       01 fu-file-status pic xx.
       01 sf-file-status pic xx.

      *the same tier table and running-base arithmetic the reward
      *run prices a claim with
       01 reward-tier-table.
           05 reward-tier-entry occurs 10 times.
               10 tier-boundary  pic 9(10)v99.
               10 tier-rate      pic v9(3).
               10 tier-cap       pic 9(8)v99.
       01 tier-count pic 99 value 0.
       01 tier-idx pic 99 value 0.
       01 tier-found-flag pic x value 'n'.
           88 tier-found value 'y'.
       01 tier-running-base pic 9(8)v99 value 0.
       01 tier-prior-boundary pic 9(10)v99 value 0.
       01 effective-cap pic 9(8)v99 value 0.
       01 recovered-work pic 9(10)v99 value 0.
       01 expected-reward pic 9(8)v99 value 0.
       01 weighted-reward pic 9(8)v99 value 0.

      *the reward run's installment rule, so a large award spreads
      *the way it would actually pay
       01 installment-threshold pic 9(8)v99 value 100000.00.
       01 installment-months pic 99 value 12.

       01 appropriation-amount pic 9(11)v99 value 0.
       01 funding-drawn pic 9(11)v99 value 0.
       01 funding-remaining pic s9(11)v99 value 0.

      *the open pipeline, held so the audit trail can be matched to
      *it in one pass
       01 pipeline-table.
           05 pipeline-entry occurs 500 times.
               10 pl-claimant-id    pic x(9).
               10 pl-name           pic x(20).
               10 pl-status         pic x.
               10 pl-reward         pic 9(8)v99.
               10 pl-recovered      pic 9(10)v99.
               10 pl-age-days       pic 9(5).
       01 pipeline-count pic 999 value 0.
       01 pl-idx pic 999 value 0.

      *30/360 ages, the convention irsannual.cbl and irsstatus.cbl
      *use
       01 date-split.
           05 ds-yyyy pic 9(4).
           05 ds-mm   pic 9(2).
           05 ds-dd   pic 9(2).
       01 stat-date-split.
           05 stt-yyyy pic 9(4).
           05 stt-mm   pic 9(2).
           05 stt-dd   pic 9(2).
       01 claim-age-days pic s9(5) value 0.
       01 days-to-pay pic s9(5) value 0.
       01 total-days-to-pay pic 9(9) value 0.
       01 paid-days-count pic 9(5) value 0.
       01 average-days pic 9(5) value 0.
       01 days-until-pay pic s9(5) value 0.

      *historical outcomes behind the approval weights
       01 awarded-count pic 9(7) value 0.
       01 denied-count pic 9(7) value 0.
       01 reversed-count pic 9(7) value 0.
       01 awarded-dollars pic s9(11)v99 value 0.
       01 rate-received pic 9v9999 value 1.
       01 rate-review pic 9v9999 value 1.
       01 rate-approved pic 9v9999 value 1.
       01 claim-rate pic 9v9999 value 0.
       01 archive-count pic 9(9) value 0.
       01 archive-reward pic 9(13)v99 value 0.
       01 average-award pic 9(8)v99 value 0.

      *twelve months from this one, and a last bucket for anything
      *further out
       01 month-table.
           05 month-entry occurs 13 times.
               10 mo-yyyy           pic 9(4).
               10 mo-mm             pic 9(2).
               10 mo-award-draw     pic 9(11)v99.
               10 mo-sched-draw     pic 9(11)v99.
       01 mo-idx pic 99 value 0.
       01 mo-start-idx pic 99 value 0.
       01 month-offset pic s9(5) value 0.
       01 spread-amount pic 9(8)v99 value 0.
       01 spread-pieces pic 99 value 0.
       01 spread-piece-no pic 99 value 0.
       01 spread-slice pic 9(8)v99 value 0.
       01 spread-paid pic 9(8)v99 value 0.
       01 sched-left pic 9(8)v99 value 0.
       01 cumulative-draw pic 9(12)v99 value 0.
       01 month-remaining pic s9(12)v99 value 0.
       01 dry-month-flag pic x value 'n'.
           88 fund-runs-dry value 'y'.
       01 dry-idx pic 99 value 0.

       01 count-received pic 9(5) value 0.
       01 count-review pic 9(5) value 0.
       01 count-approved pic 9(5) value 0.
       01 expected-received pic 9(11)v99 value 0.
       01 expected-review pic 9(11)v99 value 0.
       01 expected-approved pic 9(11)v99 value 0.
       01 weighted-received pic 9(11)v99 value 0.
       01 weighted-review pic 9(11)v99 value 0.
       01 weighted-approved pic 9(11)v99 value 0.
       01 schedule-count pic 9(5) value 0.
       01 schedule-total pic 9(11)v99 value 0.

       copy BANNERWS.
       copy PAGEBRKW.

       01 line1-out.
           05 filler pic x(22) value spaces.
           05 filler pic x(36) value
               'Reward Liability Pipeline Forecast'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(10) value 'Claimant'.
           05 filler pic x(2) value 'St'.
           05 filler pic x(6) value '  Age'.
           05 filler pic x(16) value '      Recovered'.
           05 filler pic x(15) value '       Expected'.
           05 filler pic x(7) value '  Rate'.
           05 filler pic x(15) value '       Weighted'.
           05 filler pic x(8) value ' Month'.

       01 print-claim-out.
           05 filler            pic x(1) value spaces.
           05 pc-claimant-out   pic x(9).
           05 filler            pic x(1) value spaces.
           05 pc-status-out     pic x.
           05 filler            pic x(1) value spaces.
           05 pc-age-out        pic zzzz9.
           05 filler            pic x(1) value spaces.
           05 pc-recovered-out  pic $zzz,zzz,zz9.99.
           05 filler            pic x(1) value spaces.
           05 pc-expected-out   pic $zz,zzz,zz9.99.
           05 filler            pic x(1) value spaces.
           05 pc-rate-out       pic 9.9999.
           05 filler            pic x(1) value spaces.
           05 pc-weighted-out   pic $zz,zzz,zz9.99.
           05 filler            pic x(1) value spaces.
           05 pc-month-out      pic x(7).

       01 basis-title-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(40) value
               'Forecast Basis:'.

       01 basis-count-out.
           05 filler pic x(3) value spaces.
           05 bc-label-out pic x(36).
           05 bc-count-out pic zzz,zzz,zz9.

       01 basis-rate-out.
           05 filler pic x(3) value spaces.
           05 br-label-out pic x(36).
           05 filler pic x(5) value spaces.
           05 br-rate-out pic 9.9999.

       01 basis-amount-out.
           05 filler pic x(3) value spaces.
           05 ba-label-out pic x(36).
           05 ba-amount-out pic $zz,zzz,zz9.99.

       01 status-title-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(20) value 'Pipeline By Status:'.
           05 filler pic x(10) value spaces.
           05 filler pic x(6) value ' Count'.
           05 filler pic x(19) value '           Expected'.
           05 filler pic x(19) value '           Weighted'.

       01 status-line-out.
           05 filler pic x(3) value spaces.
           05 st-label-out pic x(28).
           05 st-count-out pic zzzzz9.
           05 filler pic x(1) value spaces.
           05 st-expected-out pic $zzz,zzz,zzz,zz9.99.
           05 filler pic x(1) value spaces.
           05 st-weighted-out pic $zzz,zzz,zzz,zz9.99.

       01 sched-title-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(32) value
               'Outstanding Payout Schedules:'.

       01 print-sched-out.
           05 filler            pic x(1) value spaces.
           05 sch-claimant-out  pic x(9).
           05 filler            pic x(2) value spaces.
           05 sch-name-out      pic x(20).
           05 filler            pic x(2) value spaces.
           05 sch-install-out   pic $zzz,zz9.99.
           05 filler            pic x(2) value spaces.
           05 filler            pic x(4) value 'Due '.
           05 sch-due-out       pic 9(8).
           05 filler            pic x(2) value spaces.
           05 filler            pic x(4) value 'Rem '.
           05 sch-remaining-out pic $zzz,zz9.99.

       01 sched-none-out.
           05 filler pic x(3) value spaces.
           05 filler pic x(40) value
               'No installment schedules outstanding'.

       01 draw-title-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(38) value
               'Projected Draw Against Appropriation:'.
           05 filler pic x(11) value ' Remaining '.
           05 dt-remaining-out pic $zz,zzz,zzz,zz9.99-.

       01 draw-heading-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value 'Month'.
           05 filler pic x(16) value '         Awards'.
           05 filler pic x(16) value '   Installments'.
           05 filler pic x(17) value '  Fund Remaining'.

       01 print-month-out.
           05 filler            pic x(1) value spaces.
           05 pm-month-out      pic x(7).
           05 filler            pic x(2) value spaces.
           05 pm-award-out      pic $zzz,zzz,zz9.99.
           05 filler            pic x(1) value spaces.
           05 pm-sched-out      pic $zzz,zzz,zz9.99.
           05 filler            pic x(1) value spaces.
           05 pm-remaining-out  pic $zzz,zzz,zz9.99-.
           05 filler            pic x(1) value spaces.
           05 pm-flag-out       pic x(14).

       01 month-label.
           05 ml-yyyy pic 9(4).
           05 filler  pic x value '/'.
           05 ml-mm   pic 9(2).

       01 verdict-line-out.
           05 filler pic x(1) value spaces.
           05 vd-text-out pic x(40).
           05 vd-month-out pic x(7).

       procedure division.
       100-main.
           open input claims-master.
           if cl-file-status not = '00'
               display 'CLAIMS-MASTER FAILED TO OPEN, STATUS '
                   cl-file-status
               stop run
           end-if.
           open input reward-tier-file.
           if rt-file-status not = '00'
               display 'REWARD-TIER-FILE FAILED TO OPEN, STATUS '
                   rt-file-status
               stop run
           end-if.
           open input audit-file.
           if au-file-status not = '00'
               display 'AUDIT-FILE FAILED TO OPEN, STATUS '
                   au-file-status
               stop run
           end-if.
           open output file-out.

           move 'PAYOUT FORECAST     ' to banner-job-name.
           move 'PF0001' to banner-batch-id.
           perform 8000-print-banner-page.

           perform 110-load-funding.
           read reward-tier-file at end move 'n' to more-records.
           perform 120-load-one-tier until more-records = 'n'.
           close reward-tier-file.
           move 'y' to more-records.
           perform 130-seed-one-month
               varying mo-idx from 1 by 1
               until mo-idx > 13.

           perform 200-load-pipeline.
           perform 300-scan-audit-history.
           perform 350-read-ytd-archive.
           perform 400-compute-weights.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.
           perform 500-forecast-one-claim
               varying pl-idx from 1 by 1
               until pl-idx > pipeline-count.

           perform 700-print-basis.
           perform 750-print-status-summary.
           perform 800-print-schedules.
           perform 900-print-draw.

           close claims-master.
           close audit-file.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

       110-load-funding.
           open input funding-file.
           if fu-file-status not = '00'
               display 'FUNDING-FILE FAILED TO OPEN, STATUS '
                   fu-file-status
               stop run
           end-if.
           read funding-file
               at end
                   display 'FUNDING-FILE IS EMPTY, CANNOT CONTINUE'
                   stop run
           end-read.
           move fu-appropriation to appropriation-amount.
           move fu-drawn to funding-drawn.
           close funding-file.
           compute funding-remaining =
               appropriation-amount - funding-drawn.

       120-load-one-tier.
           add 1 to tier-count.
           move reward-tier-record
               to reward-tier-entry (tier-count).
           read reward-tier-file at end move 'n' to more-records.

       130-seed-one-month.
           compute month-offset = banner-run-mm + mo-idx - 1.
           move banner-run-yyyy to mo-yyyy (mo-idx).
           if month-offset > 12
               subtract 12 from month-offset
               add 1 to mo-yyyy (mo-idx)
           end-if.
           move month-offset to mo-mm (mo-idx).
           move 0 to mo-award-draw (mo-idx).
           move 0 to mo-sched-draw (mo-idx).

      *the open pipeline is held; the paid claims give the average
      *receipt-to-pay days, counted the way irsannual.cbl counts
      *them -- claims paid this year, 30/360
       200-load-pipeline.
           read claims-master at end move 'n' to more-records.
           perform 210-take-one-claim until more-records = 'n'.
           move 'y' to more-records.
           if paid-days-count > 0
               compute average-days rounded =
                   total-days-to-pay / paid-days-count
           end-if.

       210-take-one-claim.
           if cl-pipeline-claim
               if pipeline-count >= 500
                   display 'PIPELINE TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to pipeline-count
               move cl-claimant-id to pl-claimant-id (pipeline-count)
               move cl-name to pl-name (pipeline-count)
               move cl-status to pl-status (pipeline-count)
               move cl-reward to pl-reward (pipeline-count)
               move 0 to pl-recovered (pipeline-count)
               move cl-received-date to date-split
               compute claim-age-days =
                   ((banner-run-yyyy - ds-yyyy) * 360)
                   + ((banner-run-mm - ds-mm) * 30)
                   + (banner-run-dd - ds-dd)
               if claim-age-days < 0
                   move 0 to claim-age-days
               end-if
               move claim-age-days to pl-age-days (pipeline-count)
           end-if.
           if cl-paid
               perform 220-count-days-to-pay
           end-if.
           read claims-master at end move 'n' to more-records.

       220-count-days-to-pay.
           move cl-status-date to stat-date-split.
           if stt-yyyy = banner-run-yyyy
               move cl-received-date to date-split
               compute days-to-pay =
                   ((stt-yyyy - ds-yyyy) * 360)
                   + ((stt-mm - ds-mm) * 30)
                   + (stt-dd - ds-dd)
               if days-to-pay < 0
                   move 0 to days-to-pay
               end-if
               add 1 to paid-days-count
               add days-to-pay to total-days-to-pay
           end-if.

      *an award is a tier-coded entry paying something; a tier-9
      *entry with no recovery is irsadjust.cbl's or irschecks.cbl's
      *offset, and a negative one means an award that didn't stand;
      *tier D is an exclusion denial.  this year's trail also gives
      *each open claim its recovered amount.
       300-scan-audit-history.
           read audit-file at end move 'n' to more-records.
           perform 310-scan-one-audit until more-records = 'n'.
           move 'y' to more-records.

           open input audit-archive.
           if aa-file-status = '00'
               read audit-archive at end move 'n' to more-records
               end-read
               perform 330-scan-one-archive
                   until more-records = 'n'
           end-if.
           close audit-archive.
           move 'y' to more-records.

       310-scan-one-audit.
           evaluate true
               when audit-tier = 'D'
                   add 1 to denied-count
               when audit-tier = '9' and audit-recovered = 0
                   if audit-reward < 0
                       add 1 to reversed-count
                   end-if
               when audit-tier >= '1' and audit-tier <= '9'
                   if audit-reward > 0
                       add 1 to awarded-count
                       add audit-reward to awarded-dollars
                   end-if
                   if audit-recovered > 0
                       perform 320-match-one-recovery
                           varying pl-idx from 1 by 1
                           until pl-idx > pipeline-count
                   end-if
           end-evaluate.
           read audit-file at end move 'n' to more-records.

      *the latest recovery on the trail wins
       320-match-one-recovery.
           if pl-claimant-id (pl-idx) = audit-claimant-id
               move audit-recovered to pl-recovered (pl-idx)
           end-if.

       330-scan-one-archive.
           evaluate true
               when aa-tier = 'D'
                   add 1 to denied-count
               when aa-tier = '9' and aa-recovered = 0
                   if aa-reward < 0
                       add 1 to reversed-count
                   end-if
               when aa-tier >= '1' and aa-tier <= '9'
                   if aa-reward > 0
                       add 1 to awarded-count
                       add aa-reward to awarded-dollars
                   end-if
           end-evaluate.
           read audit-archive at end move 'n' to more-records.

      *the prior years' paid claims and dollars, for the average
      *award a claim with nothing else to price on is given
       350-read-ytd-archive.
           open input ytd-archive.
           if ya-file-status = '00'
               read ytd-archive at end move 'n' to more-records
               end-read
               perform 360-add-one-ytd-archive
                   until more-records = 'n'
           end-if.
           close ytd-archive.
           move 'y' to more-records.

       360-add-one-ytd-archive.
           add ya-record-count to archive-count.
           add ya-total-reward to archive-reward.
           read ytd-archive at end move 'n' to more-records.

      *no history at all leaves a status weighted in full
       400-compute-weights.
           if awarded-count + denied-count > 0
               compute rate-received rounded =
                   awarded-count / (awarded-count + denied-count)
           end-if.
           if awarded-count > 0
               if reversed-count < awarded-count
                   compute rate-review rounded =
                       (awarded-count - reversed-count)
                       / awarded-count
               else
                   move 0 to rate-review
               end-if
           end-if.
           if archive-count > 0
               compute average-award rounded =
                   archive-reward / archive-count
           else
           if awarded-count > 0 and awarded-dollars > 0
               compute average-award rounded =
                   awarded-dollars / awarded-count
           end-if
           end-if.

       500-forecast-one-claim.
           perform 510-price-claim.
           evaluate pl-status (pl-idx)
               when 'R'
                   move rate-received to claim-rate
                   add 1 to count-received
                   add expected-reward to expected-received
               when 'V'
                   move rate-review to claim-rate
                   add 1 to count-review
                   add expected-reward to expected-review
               when other
                   move rate-approved to claim-rate
                   add 1 to count-approved
                   add expected-reward to expected-approved
           end-evaluate.
           compute weighted-reward rounded =
               expected-reward * claim-rate.
           evaluate pl-status (pl-idx)
               when 'R' add weighted-reward to weighted-received
               when 'V' add weighted-reward to weighted-review
               when other add weighted-reward to weighted-approved
           end-evaluate.

      *        an approved claim is only waiting on funding; the
      *        rest pay once they reach the average days to payment
           if pl-status (pl-idx) = 'A'
               move 0 to month-offset
           else
               compute days-until-pay =
                   average-days - pl-age-days (pl-idx)
               if days-until-pay > 0
                   divide days-until-pay by 30
                       giving month-offset
               else
                   move 0 to month-offset
               end-if
           end-if.
           if month-offset > 12
               move 12 to month-offset
           end-if.
           compute mo-start-idx = month-offset + 1.

           move weighted-reward to spread-amount.
           if weighted-reward > installment-threshold
               move installment-months to spread-pieces
           else
               move 1 to spread-pieces
           end-if.
           move 0 to spread-paid.
           perform 520-spread-one-piece
               varying spread-piece-no from 1 by 1
               until spread-piece-no > spread-pieces.

           move pl-claimant-id (pl-idx) to pc-claimant-out.
           move pl-status (pl-idx) to pc-status-out.
           move pl-age-days (pl-idx) to pc-age-out.
           move pl-recovered (pl-idx) to pc-recovered-out.
           move expected-reward to pc-expected-out.
           move claim-rate to pc-rate-out.
           move weighted-reward to pc-weighted-out.
           move mo-start-idx to mo-idx.
           perform 910-build-month-label.
           move month-label to pc-month-out.
           write record-out from print-claim-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *on the recovered amount when the trail has one, else what
      *the master carries, else the historical average award
       510-price-claim.
           if pl-recovered (pl-idx) > 0
               move pl-recovered (pl-idx) to recovered-work
               move 0 to tier-running-base
               move 0 to tier-prior-boundary
               move 0 to expected-reward
               move 'n' to tier-found-flag
               perform 515-apply-one-tier
                   varying tier-idx from 1 by 1
                   until tier-idx > tier-count or tier-found
               if expected-reward > effective-cap
                   move effective-cap to expected-reward
               end-if
           else
           if pl-reward (pl-idx) > 0
               move pl-reward (pl-idx) to expected-reward
           else
               move average-award to expected-reward
           end-if
           end-if.

       515-apply-one-tier.
           if recovered-work <= tier-boundary (tier-idx)
               or tier-idx = tier-count
               compute expected-reward = tier-running-base +
                   (recovered-work - tier-prior-boundary)
                   * tier-rate (tier-idx)
               move tier-cap (tier-idx) to effective-cap
               move 'y' to tier-found-flag
           else
               compute tier-running-base = tier-running-base +
                   (tier-boundary (tier-idx) - tier-prior-boundary)
                   * tier-rate (tier-idx)
               move tier-boundary (tier-idx) to tier-prior-boundary
           end-if.

      *equal monthly pieces, the last taking the rounding remainder
      *the way the reward run's schedules do; anything past the
      *horizon rides the last bucket
       520-spread-one-piece.
           if spread-piece-no = spread-pieces
               compute spread-slice = spread-amount - spread-paid
           else
               compute spread-slice rounded =
                   spread-amount / spread-pieces
           end-if.
           add spread-slice to spread-paid.
           compute mo-idx = mo-start-idx + spread-piece-no - 1.
           if mo-idx > 13
               move 13 to mo-idx
           end-if.
           add spread-slice to mo-award-draw (mo-idx).

       700-print-basis.
           write record-out from basis-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'Awards on the audit trail' to bc-label-out.
           move awarded-count to bc-count-out.
           perform 710-write-basis-count.
           move 'Exclusion denials' to bc-label-out.
           move denied-count to bc-count-out.
           perform 710-write-basis-count.
           move 'Awards reversed or cut' to bc-label-out.
           move reversed-count to bc-count-out.
           perform 710-write-basis-count.
           move 'Paid claims timed this year' to bc-label-out.
           move paid-days-count to bc-count-out.
           perform 710-write-basis-count.
           move 'Average days receipt to pay' to bc-label-out.
           move average-days to bc-count-out.
           perform 710-write-basis-count.
           move 'Weight, received claims' to br-label-out.
           move rate-received to br-rate-out.
           perform 720-write-basis-rate.
           move 'Weight, claims under review' to br-label-out.
           move rate-review to br-rate-out.
           perform 720-write-basis-rate.
           move 'Weight, approved claims' to br-label-out.
           move rate-approved to br-rate-out.
           perform 720-write-basis-rate.
           move 'Historical average award' to ba-label-out.
           move average-award to ba-amount-out.
           write record-out from basis-amount-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       710-write-basis-count.
           write record-out from basis-count-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       720-write-basis-rate.
           write record-out from basis-rate-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       750-print-status-summary.
           write record-out from status-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'Received' to st-label-out.
           move count-received to st-count-out.
           move expected-received to st-expected-out.
           move weighted-received to st-weighted-out.
           perform 760-write-status-line.
           move 'Under Review' to st-label-out.
           move count-review to st-count-out.
           move expected-review to st-expected-out.
           move weighted-review to st-weighted-out.
           perform 760-write-status-line.
           move 'Approved (awaiting funding)' to st-label-out.
           move count-approved to st-count-out.
           move expected-approved to st-expected-out.
           move weighted-approved to st-weighted-out.
           perform 760-write-status-line.

       760-write-status-line.
           write record-out from status-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *each schedule pays its installment monthly from its next due
      *date until the remaining balance is gone; an overdue one
      *pays this month
       800-print-schedules.
           write record-out from sched-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           open input sched-file.
           if sf-file-status = '00'
               read sched-file at end move 'n' to more-records
               end-read
               perform 810-take-one-schedule
                   until more-records = 'n'
           end-if.
           close sched-file.
           move 'y' to more-records.
           if schedule-count = 0
               write record-out from sched-none-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.

       810-take-one-schedule.
           if sf-remaining > 0
               add 1 to schedule-count
               add sf-remaining to schedule-total
               move sf-claimant-id to sch-claimant-out
               move sf-name to sch-name-out
               move sf-installment to sch-install-out
               move sf-next-due to sch-due-out
               move sf-remaining to sch-remaining-out
               write record-out from print-sched-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
               move sf-next-due to date-split
               compute month-offset =
                   ((ds-yyyy - banner-run-yyyy) * 12)
                   + (ds-mm - banner-run-mm)
               if month-offset < 0
                   move 0 to month-offset
               end-if
               if month-offset > 12
                   move 12 to month-offset
               end-if
               compute mo-idx = month-offset + 1
               move sf-remaining to sched-left
               perform 820-spread-one-installment
                   until sched-left = 0
           end-if.
           read sched-file at end move 'n' to more-records.

       820-spread-one-installment.
           if sf-installment > 0 and sf-installment < sched-left
               move sf-installment to spread-slice
           else
               move sched-left to spread-slice
           end-if.
           add spread-slice to mo-sched-draw (mo-idx).
           subtract spread-slice from sched-left.
           if mo-idx < 13
               add 1 to mo-idx
           end-if.

       900-print-draw.
           move funding-remaining to dt-remaining-out.
           write record-out from draw-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           write record-out from draw-heading-out
               after advancing 1 line.
           perform 8020-capture-line.
           add 2 to page-line-count.
           move 0 to cumulative-draw.
           perform 920-print-one-month
               varying mo-idx from 1 by 1
               until mo-idx > 13.
           if fund-runs-dry
               move 'The appropriation runs dry in' to vd-text-out
               move dry-idx to mo-idx
               perform 910-build-month-label
               move month-label to vd-month-out
           else
               move 'The appropriation covers the forecast'
                   to vd-text-out
               move spaces to vd-month-out
           end-if.
           write record-out from verdict-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.

       910-build-month-label.
           if mo-idx > 12
               move 'LATER  ' to month-label
           else
               move mo-yyyy (mo-idx) to ml-yyyy
               move mo-mm (mo-idx) to ml-mm
           end-if.

       920-print-one-month.
           perform 910-build-month-label.
           move month-label to pm-month-out.
           move mo-award-draw (mo-idx) to pm-award-out.
           move mo-sched-draw (mo-idx) to pm-sched-out.
           compute cumulative-draw = cumulative-draw
               + mo-award-draw (mo-idx) + mo-sched-draw (mo-idx).
           compute month-remaining =
               funding-remaining - cumulative-draw.
           move month-remaining to pm-remaining-out.
           move spaces to pm-flag-out.
           if month-remaining < 0 and not fund-runs-dry
               move 'y' to dry-month-flag
               move mo-idx to dry-idx
               move '** RUNS DRY **' to pm-flag-out
           end-if.
           write record-out from print-month-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       end program irsfcst.
