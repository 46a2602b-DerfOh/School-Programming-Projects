      *Backup withholding remittance and Form 945 reconciliation
      *
      *irsProgram.cbl holds back backup withholding from flagged
      *claimants, writes a tier-W IRSAUDIT record for every slice
      *and adds the night's total to the IRSWHLD bucket; irsjrnl.cbl
      *credits withholding payable.  This job is the other half --
      *getting the money to Treasury on time and proving it got
      *there:
      *
      *  - the deposits due are rebuilt every run from the tier-W
      *    records on IRSAUDIT and on the IRSAUDAR archive
      *    irsyearend.cbl moves closed years to.  The deposit
      *    schedule follows the 945 lookback rule: a program that
      *    withheld $50,000 or less in the second preceding year is
      *    a monthly depositor (a month's withholding due the 15th
      *    of the next month); above that it deposits semiweekly
      *    (Wednesday to Friday withholding due the next Wednesday,
      *    Saturday to Tuesday withholding due the next Friday);
      *  - deposit confirmations keyed on IRSDEPTR (deposit date,
      *    amount, EFTPS confirmation number) are applied oldest
      *    deposit due first and carried on the IRSDEPLG deposit
      *    log, one row per deposit per liability it paid; money
      *    beyond everything owed rides on the log as a credit for
      *    the next liability;
      *  - each new deposit relieves the IRSWHLD bucket and posts
      *    withholding payable debited, cash credited, appended to
      *    IRSJRNL for glledger.cbl under the open APERIODS period;
      *  - a deposit due date already past with money still owed is
      *    printed as overdue and logged to the shared exception
      *    log.
      *
      *The Form 945 reconciliation prints every run for the year to
      *date (and in January for the year just closed as well):
      *withheld per month against deposited per month, with a
      *shortfall flagged once the month's deposits are past due.
      *The year's withheld total is proved against the withheld
      *column irs1099.cbl wrote on the IRS1099 extract for that
      *year.  IRSDEPTR is cleared once consumed.
      *
      *The monthly depositor limit is read from PARMMAST (IRSREMIT /
      *DEPOSITOR-LIMIT) at start-up through the shared PARM
      *copybooks; the value in force prints under the banner.
       identification division.
       program-id. irsremit.
       environment division.
       input-output section.

       file-control.
           select audit-file assign to "IRSAUDIT"
                 organization is line sequential
                 file status is au-file-status.

      *> the closed years irsyearend.cbl archived
           select optional audit-archive assign to "IRSAUDAR"
                 organization is line sequential
                 file status is aa-file-status.

      *> optional: most nights no deposit is confirmed
           select optional deposit-tran-file assign to "IRSDEPTR"
                 organization is line sequential
                 file status is dt-file-status.

      *> the carried deposit log
           select optional deposit-log assign to "IRSDEPLG"
                 organization is line sequential
                 file status is dl-file-status.

      *> the backup withholding remittance bucket
           select optional withhold-file assign to "IRSWHLD"
                 organization is line sequential
                 file status is wh-file-status.

      *> the recipients' extract irs1099.cbl writes; read only
           select optional extract-file assign to "IRS1099"
                 organization is line sequential
                 file status is ex-file-status.

           select journal-file assign to "IRSJRNL"
                 organization is line sequential
                 file status is jr-file-status.

           select file-out assign to printer, "con".

           copy EXCPSEL.

           copy PERDSEL.

           copy RPTSEL.

           copy PARMSEL.

       data division.
       file section.
       fd audit-file label records are omitted.
       01 audit-file-record pic x(60).

       fd audit-archive label records are omitted.
       01 audit-archive-record pic x(60).

       fd deposit-tran-file label records are omitted.
       01 deposit-tran-record.
            05 dt-deposit-date    pic 9(8).
            05 dt-amount          pic 9(9)v99.
            05 dt-confirm-no      pic x(15).

      *one deposit applied to one liability; a due date of zero is
      *a credit not yet applied to anything
       fd deposit-log label records are omitted.
       01 deposit-log-record.
            05 dl-liab-month      pic 9(6).
            05 dl-due-date        pic 9(8).
            05 dl-deposit-date    pic 9(8).
            05 dl-amount          pic 9(9)v99.
            05 dl-confirm-no      pic x(15).

       fd withhold-file label records are omitted.
       01 withhold-file-record.
            05 wh-balance         pic 9(11)v99.

       fd extract-file label records are omitted.
       01 extract-record.
            05 ex-tax-year        pic 9(4).
            05 ex-claimant-id     pic x(9).
            05 ex-name            pic x(20).
            05 ex-total-reward    pic 9(9)v99.
            05 ex-withheld        pic 9(9)v99.
            05 ex-interest        pic 9(9)v99.

       fd journal-file label records are omitted.
       01 journal-record.
           05 jr-run-date           pic 9(8).
           05 filler                pic x value space.
           05 jr-account            pic x(4).
           05 filler                pic x value space.
           05 jr-account-desc       pic x(20).
           05 filler                pic x value space.
           05 jr-dr-cr              pic x(2).
           05 filler                pic x value space.
           05 jr-amount             pic 9(9)v99.
           05 filler                pic x value space.
           05 jr-period             pic 9(6).

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy EXCPFD.

       copy PERDFD.

       copy RPTFD.

       copy PARMFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 au-file-status pic xx.
       01 aa-file-status pic xx.
       01 dt-file-status pic xx.
       01 dl-file-status pic xx.
       01 wh-file-status pic xx.
       01 ex-file-status pic xx.
       01 jr-file-status pic xx.

      *the audit layout both audit files carry
       01 audit-work.
            05 audit-claimant-id  pic x(9).
            05 audit-name         pic x(20).
            05 audit-tier         pic x(1).
            05 audit-recovered    pic 9999999999v99.
            05 audit-reward       pic s99999999v99.
            05 audit-date.
                10 audit-yyyy     pic 9(4).
                10 audit-mm       pic 9(2).
                10 audit-dd       pic 9(2).
       01 audit-date-num redefines audit-work.
            05 filler             pic x(52).
            05 audit-date-9       pic 9(8).

      *a lookback year over this puts the program on semiweekly
      *(a shop parameter, compiled-in value first)
       01 monthly-depositor-limit pic 9(9)v99 value 50000.00.

       01 audit-pass pic x value 'L'.
           88 lookback-pass value 'L'.
           88 liability-pass value 'O'.

       01 run-date-num pic 9(8) value 0.
       01 run-year pic 9(4) value 0.
       01 prior-year pic 9(4) value 0.

      *second-preceding-year totals: entry 1 decides the prior
      *year's schedule, entry 2 this year's
       01 lookback-table.
           05 lookback-entry occurs 2 times.
               10 lb-year               pic 9(4).
               10 lb-withheld           pic 9(11)v99.
               10 lb-schedule           pic x.
                   88 lb-semiweekly         value 'S'.
       01 lb-idx pic 9 value 0.

      *the deposits due, in due-date order
       01 obligation-table.
           05 obligation-entry occurs 400 times.
               10 ob-liab-month         pic 9(6).
               10 ob-due-date           pic 9(8).
               10 ob-withheld           pic 9(9)v99.
               10 ob-deposited          pic 9(9)v99.
       01 obligation-count pic 999 value 0.
       01 ob-idx pic 999 value 0.
       01 ob-match-idx pic 999 value 0.
       01 ob-found-flag pic x value 'n'.
           88 ob-found value 'y'.
       01 ob-outstanding pic s9(9)v99 value 0.

      *deposits waiting to be applied oldest-due first
       01 pool-table.
           05 pool-entry occurs 200 times.
               10 pl-deposit-date       pic 9(8).
               10 pl-amount             pic 9(9)v99.
               10 pl-confirm-no         pic x(15).
       01 pool-count pic 999 value 0.
       01 pl-idx pic 999 value 0.
       01 pool-left pic 9(9)v99 value 0.
       01 apply-amount pic 9(9)v99 value 0.

      *the deposit log as it will be rewritten
       01 log-table.
           05 log-entry occurs 1000 times.
               10 lg-liab-month         pic 9(6).
               10 lg-due-date           pic 9(8).
               10 lg-deposit-date       pic 9(8).
               10 lg-amount             pic 9(9)v99.
               10 lg-confirm-no         pic x(15).
       01 log-count pic 9(4) value 0.
       01 lg-idx pic 9(4) value 0.
       01 lg-found-flag pic x value 'n'.
           88 lg-found value 'y'.

       01 liab-month-calc pic 9(6) value 0.
       01 liab-year pic 9(4) value 0.
       01 due-date-calc pic 9(8) value 0.
       01 deposit-ok-flag pic x value 'y'.
           88 deposit-ok value 'y'.
       01 reject-reason pic x(30) value spaces.

      *days from the withholding weekday (1 = monday) to its
      *semiweekly deposit day
       01 semiweekly-days-values pic x(7) value '4376565'.
       01 semiweekly-days-table redefines semiweekly-days-values.
           05 semiweekly-days occurs 7 times pic 9.

      *weekday by Zeller's congruence, 1 = monday .. 7 = sunday,
      *the convention runctl.cbl uses
       01 zeller-yyyy pic 9(4) value 0.
       01 zeller-mm pic 99 value 0.
       01 zeller-dd pic 99 value 0.
       01 zeller-century pic 99 value 0.
       01 zeller-year pic 99 value 0.
       01 zeller-part pic 9(4) value 0.
       01 zeller-year-q pic 99 value 0.
       01 zeller-century-q pic 99 value 0.
       01 zeller-work pic s9(5) value 0.
       01 zeller-quot pic s9(5) value 0.
       01 zeller-rem pic 99 value 0.
       01 audit-weekday pic 9 value 0.

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

      *one 945 year, month by month
       01 recon-year pic 9(4) value 0.
       01 recon-table.
           05 recon-entry occurs 12 times.
               10 rc-withheld           pic 9(9)v99.
               10 rc-deposited          pic 9(9)v99.
               10 rc-last-due           pic 9(8).
       01 rc-idx pic 99 value 0.
       01 rc-difference pic s9(9)v99 value 0.
       01 recon-withheld-total pic 9(11)v99 value 0.
       01 recon-deposited-total pic 9(11)v99 value 0.
       01 extract-withheld-total pic 9(11)v99 value 0.
       01 extract-rows pic 9(5) value 0.
       01 shortfall-months pic 99 value 0.

       01 withhold-bucket pic 9(11)v99 value 0.
       01 new-deposits-total pic 9(11)v99 value 0.
       01 deposits-accepted pic 9(5) value 0.
       01 deposits-rejected pic 9(5) value 0.
       01 overdue-count pic 9(5) value 0.
       01 credit-left-total pic 9(11)v99 value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy PERDWS.
       copy PARMWS.

       01 line1-out.
           05 filler pic x(22) value spaces.
           05 filler pic x(36) value
               'Backup Withholding Deposit Schedule'.

       01 schedule-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(18) value 'Deposit Schedule: '.
           05 sched-this-out pic x(10).
           05 filler pic x(2) value spaces.
           05 filler pic x(10) value 'Lookback: '.
           05 sched-lb-year-out pic 9(4).
           05 filler pic x(1) value spaces.
           05 sched-lb-amount-out pic $zzz,zzz,zz9.99.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value 'Liab Mo'.
           05 filler pic x(10) value 'Due Date'.
           05 filler pic x(12) value '    Withheld'.
           05 filler pic x(12) value '   Deposited'.
           05 filler pic x(12) value ' Outstanding'.
           05 filler pic x(2) value spaces.
           05 filler pic x(10) value 'Status'.

       01 print-due-out.
           05 filler                pic x(1) value spaces.
           05 due-month-out         pic 9(6).
           05 filler                pic x(3) value spaces.
           05 due-date-out          pic 9(8).
           05 filler                pic x(1) value spaces.
           05 due-withheld-out      pic zzzz,zz9.99.
           05 filler                pic x(1) value spaces.
           05 due-deposited-out     pic zzzz,zz9.99.
           05 filler                pic x(1) value spaces.
           05 due-outstanding-out   pic zzzz,zz9.99.
           05 filler                pic x(3) value spaces.
           05 due-status-out        pic x(10).

       01 deposit-title-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(30) value 'Deposits Confirmed Tonight:'.

       01 print-deposit-out.
           05 filler                pic x(1) value spaces.
           05 dep-date-out          pic 9(8).
           05 filler                pic x(2) value spaces.
           05 dep-confirm-out       pic x(15).
           05 filler                pic x(2) value spaces.
           05 dep-amount-out        pic $zzz,zzz,zz9.99.
           05 filler                pic x(2) value spaces.
           05 dep-disp-out          pic x(30).

       01 recon-title-out.
           05 filler pic x(22) value spaces.
           05 filler pic x(29) value
               'Form 945 Reconciliation for '.
           05 recon-year-out pic 9(4).

       01 recon-header-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(10) value 'Month'.
           05 filler pic x(12) value '    Withheld'.
           05 filler pic x(12) value '   Deposited'.
           05 filler pic x(13) value '   Difference'.
           05 filler pic x(2) value spaces.
           05 filler pic x(12) value 'Status'.

       01 print-recon-out.
           05 filler                pic x(1) value spaces.
           05 rec-month-out         pic 99.
           05 filler                pic x(1) value '/'.
           05 rec-year-out          pic 9(4).
           05 filler                pic x(2) value spaces.
           05 rec-withheld-out      pic zzzz,zz9.99.
           05 filler                pic x(1) value spaces.
           05 rec-deposited-out     pic zzzz,zz9.99.
           05 filler                pic x(1) value spaces.
           05 rec-difference-out    pic zzzz,zz9.99-.
           05 filler                pic x(2) value spaces.
           05 rec-status-out        pic x(12).

       01 print-recon-total-out.
           05 filler                pic x(1) value spaces.
           05 filler                pic x(9) value 'Year     '.
           05 rtot-withheld-out     pic zzzz,zz9.99.
           05 filler                pic x(1) value spaces.
           05 rtot-deposited-out    pic zzzz,zz9.99.
           05 filler                pic x(1) value spaces.
           05 rtot-difference-out   pic zzzz,zz9.99-.

       01 print-tie-out.
           05 filler                pic x(1) value spaces.
           05 filler                pic x(26) value
               '1099 Extract Withheld:    '.
           05 tie-extract-out       pic $zzz,zzz,zz9.99.
           05 filler                pic x(2) value spaces.
           05 tie-verdict-out       pic x(20).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(17) value 'Deposits Applied:'.
           05 accepted-count-out pic zzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(10) value 'Rejected: '.
           05 rejected-count-out pic zzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(9) value 'Overdue: '.
           05 overdue-count-out pic zzzz9.

       01 summary-line-2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(17) value 'IRSWHLD Balance: '.
           05 bucket-out pic $zzz,zzz,zz9.99.
           05 filler pic x(4) value spaces.
           05 filler pic x(8) value 'Credit: '.
           05 credit-out pic $zzz,zzz,zz9.99.

       01 posting-title-out.
           05 filler                pic x(28) value spaces.
           05 filler                pic x(22) value
               'Journal Posting Totals'.

       01 posting-line-out.
           05 filler                pic x(1) value spaces.
           05 filler                pic x(8) value 'Debits: '.
           05 posting-debits-out    pic $zzz,zzz,zz9.99.
           05 filler                pic x(4) value spaces.
           05 filler                pic x(9) value 'Credits: '.
           05 posting-credits-out   pic $zzz,zzz,zz9.99.
           05 filler                pic x(2) value spaces.
           05 posting-balance-out   pic x(16).

       01 run-debits-total pic 9(11)v99 value 0.
       01 run-credits-total pic 9(11)v99 value 0.

       procedure division.
       100-main.
           open output file-out.
           perform 050-load-parameters.
           perform 8900-open-exception-log.
           move 'IRSREMIT    ' to excp-this-job.

           move 'WITHHOLDING REMIT   ' to banner-job-name.
           move 'WR0001' to banner-batch-id.
           perform 8000-print-banner-page.
           perform 8650-print-parameters.
           move banner-run-date-ccyymmdd to run-date-num.
           move banner-run-yyyy to run-year.
           compute prior-year = run-year - 1.

      *        no entry posts into a closed accounting period
           perform 8700-load-periods.
           move banner-run-date-ccyymmdd to perd-check-date.
           perform 8710-find-open-period.
           if not perd-period-ok
               display 'POSTING REFUSED: ' perd-refusal-text
               move 8 to return-code
               stop run
           end-if.
           open extend journal-file.
           if jr-file-status not = '00'
               open output journal-file
               close journal-file
               open extend journal-file
           end-if.
           move spaces to journal-record.

      *        the lookback years first, so each liability year's
      *        schedule is known before its deposits are dated
           compute lb-year (1) = run-year - 3.
           compute lb-year (2) = run-year - 2.
           move 0 to lb-withheld (1).
           move 0 to lb-withheld (2).
           move 'L' to audit-pass.
           perform 150-read-audit-files.
           perform 160-set-one-schedule
               varying lb-idx from 1 by 1
               until lb-idx > 2.
           move 'O' to audit-pass.
           perform 150-read-audit-files.

           perform 300-load-deposit-log.
           perform 400-take-deposit-confirmations.
           perform 500-apply-pool.
           perform 550-rewrite-deposit-log.
           perform 600-relieve-withholding.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           if lb-semiweekly (2)
               move 'SEMIWEEKLY' to sched-this-out
           else
               move 'MONTHLY   ' to sched-this-out
           end-if.
           move lb-year (2) to sched-lb-year-out.
           move lb-withheld (2) to sched-lb-amount-out.
           write record-out from schedule-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 4 to page-line-count.
           perform 700-print-one-due
               varying ob-idx from 1 by 1
               until ob-idx > obligation-count.

           if banner-run-mm = 1
               move prior-year to recon-year
               perform 800-print-945-reconciliation
           end-if.
           move run-year to recon-year.
           perform 800-print-945-reconciliation.

           move deposits-accepted to accepted-count-out.
           move deposits-rejected to rejected-count-out.
           move overdue-count to overdue-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move withhold-bucket to bucket-out.
           move credit-left-total to credit-out.
           write record-out from summary-line-2-out
               after advancing 1 line.
           perform 8020-capture-line.

           perform 900-write-journal.

           close journal-file.
           close exception-log.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

       050-load-parameters.
           perform 8600-open-parameters.
           move 'IRSREMIT  ' to parm-lookup-program.
           move 'DEPOSITOR-LIMIT' to parm-lookup-name.
           move monthly-depositor-limit to parm-value.
           perform 8610-get-parameter.
           move parm-value to monthly-depositor-limit.
           perform 8690-close-parameters.

      *the archive holds the closed years, the live file the rest;
      *archive first keeps the withholding in date order
       150-read-audit-files.
           open input audit-archive.
           if aa-file-status = '00'
               read audit-archive into audit-work
                   at end move 'n' to more-records
               end-read
               perform 155-take-one-archived-record
                   until more-records = 'n'
           end-if.
           close audit-archive.
           move 'y' to more-records.
           open input audit-file.
           if au-file-status = '00'
               read audit-file into audit-work
                   at end move 'n' to more-records
               end-read
               perform 157-take-one-audit-record
                   until more-records = 'n'
           end-if.
           close audit-file.
           move 'y' to more-records.

       155-take-one-archived-record.
           perform 170-take-one-withholding.
           read audit-archive into audit-work
               at end move 'n' to more-records
           end-read.

       157-take-one-audit-record.
           perform 170-take-one-withholding.
           read audit-file into audit-work
               at end move 'n' to more-records
           end-read.

       160-set-one-schedule.
           if lb-withheld (lb-idx) > monthly-depositor-limit
               move 'S' to lb-schedule (lb-idx)
           else
               move 'M' to lb-schedule (lb-idx)
           end-if.

      *tier-W records only; a zero or reversed slice carries no
      *deposit
       170-take-one-withholding.
           if audit-tier = 'W'
               and audit-reward > 0
               if lookback-pass
                   perform 175-add-lookback
               else
                   if audit-yyyy = run-year
                       or audit-yyyy = prior-year
                       perform 200-add-to-obligation
                   end-if
               end-if
           end-if.

       175-add-lookback.
           if audit-yyyy = lb-year (1)
               add audit-reward to lb-withheld (1)
           end-if.
           if audit-yyyy = lb-year (2)
               add audit-reward to lb-withheld (2)
           end-if.

       200-add-to-obligation.
           compute liab-month-calc = audit-yyyy * 100 + audit-mm.
           if audit-yyyy = run-year
               move 2 to lb-idx
           else
               move 1 to lb-idx
           end-if.
           if lb-semiweekly (lb-idx)
               perform 220-semiweekly-due-date
           else
               perform 210-monthly-due-date
           end-if.
           move 'n' to ob-found-flag.
           perform 230-scan-one-obligation
               varying ob-idx from 1 by 1
               until ob-idx > obligation-count or ob-found.
           if ob-found
               move ob-match-idx to ob-idx
           else
               if obligation-count >= 400
                   display 'OBLIGATION TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to obligation-count
               move obligation-count to ob-idx
               move liab-month-calc to ob-liab-month (ob-idx)
               move due-date-calc to ob-due-date (ob-idx)
               move 0 to ob-withheld (ob-idx)
               move 0 to ob-deposited (ob-idx)
           end-if.
           add audit-reward to ob-withheld (ob-idx).

      *a month's withholding is due the 15th of the next month
       210-monthly-due-date.
           move audit-yyyy to term-yyyy.
           move audit-mm to term-mm.
           add 1 to term-mm.
           if term-mm > 12
               move 1 to term-mm
               add 1 to term-yyyy
           end-if.
           move 15 to term-dd.
           move term-date-num to due-date-calc.

       220-semiweekly-due-date.
           perform 225-compute-audit-weekday.
           move audit-date to term-date.
           perform 240-advance-term-date
               semiweekly-days (audit-weekday) times.
           move term-date-num to due-date-calc.

       225-compute-audit-weekday.
           move audit-yyyy to zeller-yyyy.
           move audit-mm to zeller-mm.
           move audit-dd to zeller-dd.
           if zeller-mm < 3
               add 12 to zeller-mm
               subtract 1 from zeller-yyyy
           end-if.
           divide zeller-yyyy by 100 giving zeller-century
               remainder zeller-year.
           compute zeller-part = 13 * (zeller-mm + 1).
           divide zeller-part by 5 giving zeller-part.
           divide zeller-year by 4 giving zeller-year-q.
           divide zeller-century by 4 giving zeller-century-q.
           compute zeller-work =
               zeller-dd + zeller-part + zeller-year + zeller-year-q
               + zeller-century-q + (5 * zeller-century).
           divide zeller-work by 7 giving zeller-quot
               remainder zeller-rem.
      *        zeller's 0 is saturday; fold to 1=monday..7=sunday
           evaluate zeller-rem
               when 0 move 6 to audit-weekday
               when 1 move 7 to audit-weekday
               when other
                   compute audit-weekday = zeller-rem - 1
           end-evaluate.

       230-scan-one-obligation.
           if ob-liab-month (ob-idx) = liab-month-calc
               and ob-due-date (ob-idx) = due-date-calc
               move 'y' to ob-found-flag
               move ob-idx to ob-match-idx
           end-if.

       240-advance-term-date.
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

      *a logged deposit goes back on the liability it paid; a
      *credit, or a row whose liability has since moved, goes back
      *in the pool to be applied again; rows for years already
      *filed drop off
       300-load-deposit-log.
           open input deposit-log.
           if dl-file-status = '00'
               read deposit-log
                   at end move 'n' to more-records
               end-read
               perform 310-load-one-log-row
                   until more-records = 'n'
           end-if.
           close deposit-log.
           move 'y' to more-records.

       310-load-one-log-row.
           divide dl-liab-month by 100 giving liab-year.
           if liab-year >= prior-year
               move dl-liab-month to liab-month-calc
               move dl-due-date to due-date-calc
               move 'n' to ob-found-flag
               if dl-due-date > 0
                   perform 230-scan-one-obligation
                       varying ob-idx from 1 by 1
                       until ob-idx > obligation-count or ob-found
               end-if
               if ob-found
                   add dl-amount to ob-deposited (ob-match-idx)
                   perform 320-check-log-room
                   add 1 to log-count
                   move dl-liab-month to lg-liab-month (log-count)
                   move dl-due-date to lg-due-date (log-count)
                   move dl-deposit-date to lg-deposit-date (log-count)
                   move dl-amount to lg-amount (log-count)
                   move dl-confirm-no to lg-confirm-no (log-count)
               else
                   perform 330-check-pool-room
                   add 1 to pool-count
                   move dl-deposit-date to pl-deposit-date (pool-count)
                   move dl-amount to pl-amount (pool-count)
                   move dl-confirm-no to pl-confirm-no (pool-count)
               end-if
           end-if.
           read deposit-log
               at end move 'n' to more-records
           end-read.

       320-check-log-room.
           if log-count >= 1000
               display 'DEPOSIT LOG TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.

       330-check-pool-room.
           if pool-count >= 200
               display 'DEPOSIT POOL TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.

      *the consumed confirmations are cleared so they can't apply
      *twice
       400-take-deposit-confirmations.
           write record-out from deposit-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           open input deposit-tran-file.
           if dt-file-status = '00'
               read deposit-tran-file
                   at end move 'n' to more-records
               end-read
               perform 410-take-one-deposit
                   until more-records = 'n'
               close deposit-tran-file
               open output deposit-tran-file
           end-if.
           close deposit-tran-file.
           move 'y' to more-records.

       410-take-one-deposit.
           move 'y' to deposit-ok-flag.
           move 'n' to lg-found-flag.
           perform 415-scan-one-confirmation
               varying lg-idx from 1 by 1
               until lg-idx > log-count or lg-found.
           perform 417-scan-one-pooled-confirmation
               varying pl-idx from 1 by 1
               until pl-idx > pool-count or lg-found.
           evaluate true
               when dt-deposit-date not numeric
                   or dt-deposit-date = 0
                   move 'n' to deposit-ok-flag
                   move 'DEPOSIT DATE NOT VALID        '
                       to reject-reason
               when dt-amount not numeric or dt-amount = 0
                   move 'n' to deposit-ok-flag
                   move 'NO DEPOSIT AMOUNT             '
                       to reject-reason
               when dt-confirm-no = spaces
                   move 'n' to deposit-ok-flag
                   move 'NO CONFIRMATION NUMBER        '
                       to reject-reason
               when lg-found
                   move 'n' to deposit-ok-flag
                   move 'CONFIRMATION ALREADY APPLIED  '
                       to reject-reason
           end-evaluate.
           move dt-deposit-date to dep-date-out.
           move dt-confirm-no to dep-confirm-out.
           move dt-amount to dep-amount-out.
           if deposit-ok
               perform 330-check-pool-room
               add 1 to pool-count
               move dt-deposit-date to pl-deposit-date (pool-count)
               move dt-amount to pl-amount (pool-count)
               move dt-confirm-no to pl-confirm-no (pool-count)
               add 1 to deposits-accepted
               add dt-amount to new-deposits-total
               move 'APPLIED                       ' to dep-disp-out
           else
               add 1 to deposits-rejected
               move reject-reason to dep-disp-out
               move 'WHDR' to excp-reason-code
               move 'withholding deposit confirmation refused'
                   to excp-reason-text
               move deposit-tran-record to excp-record-image
               perform 9000-log-exception
           end-if.
           write record-out from print-deposit-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           read deposit-tran-file
               at end move 'n' to more-records
           end-read.

       415-scan-one-confirmation.
           if lg-confirm-no (lg-idx) = dt-confirm-no
               move 'y' to lg-found-flag
           end-if.

       417-scan-one-pooled-confirmation.
           if pl-confirm-no (pl-idx) = dt-confirm-no
               move 'y' to lg-found-flag
           end-if.

      *each pooled deposit pays the oldest deposits due first
       500-apply-pool.
           perform 510-apply-one-deposit
               varying pl-idx from 1 by 1
               until pl-idx > pool-count.

       510-apply-one-deposit.
           move pl-amount (pl-idx) to pool-left.
           perform 520-apply-to-one-obligation
               varying ob-idx from 1 by 1
               until ob-idx > obligation-count or pool-left = 0.
           if pool-left > 0
               perform 320-check-log-room
               add 1 to log-count
               compute lg-liab-month (log-count) =
                   pl-deposit-date (pl-idx) / 100
               move 0 to lg-due-date (log-count)
               move pl-deposit-date (pl-idx)
                   to lg-deposit-date (log-count)
               move pool-left to lg-amount (log-count)
               move pl-confirm-no (pl-idx) to lg-confirm-no (log-count)
               add pool-left to credit-left-total
               move 'WHOV' to excp-reason-code
               move 'withholding deposit exceeds amount owed'
                   to excp-reason-text
               move spaces to excp-record-image
               move pl-confirm-no (pl-idx) to excp-record-image (1:15)
               perform 9000-log-exception
           end-if.

       520-apply-to-one-obligation.
           compute ob-outstanding =
               ob-withheld (ob-idx) - ob-deposited (ob-idx).
           if ob-outstanding > 0
               if ob-outstanding < pool-left
                   move ob-outstanding to apply-amount
               else
                   move pool-left to apply-amount
               end-if
               add apply-amount to ob-deposited (ob-idx)
               subtract apply-amount from pool-left
               perform 320-check-log-room
               add 1 to log-count
               move ob-liab-month (ob-idx) to lg-liab-month (log-count)
               move ob-due-date (ob-idx) to lg-due-date (log-count)
               move pl-deposit-date (pl-idx)
                   to lg-deposit-date (log-count)
               move apply-amount to lg-amount (log-count)
               move pl-confirm-no (pl-idx) to lg-confirm-no (log-count)
           end-if.

       550-rewrite-deposit-log.
           open output deposit-log.
           perform 560-write-one-log-row
               varying lg-idx from 1 by 1
               until lg-idx > log-count.
           close deposit-log.

       560-write-one-log-row.
           move lg-liab-month (lg-idx) to dl-liab-month.
           move lg-due-date (lg-idx) to dl-due-date.
           move lg-deposit-date (lg-idx) to dl-deposit-date.
           move lg-amount (lg-idx) to dl-amount.
           move lg-confirm-no (lg-idx) to dl-confirm-no.
           write deposit-log-record.

      *tonight's deposits come out of the remittance bucket
       600-relieve-withholding.
           open input withhold-file.
           if wh-file-status = '00'
               read withhold-file
                   at end
                       continue
                   not at end
                       move wh-balance to withhold-bucket
               end-read
           end-if.
           close withhold-file.
           if new-deposits-total > 0
               if new-deposits-total > withhold-bucket
                   move 'WHBK' to excp-reason-code
                   move 'deposits exceed IRSWHLD balance'
                       to excp-reason-text
                   move spaces to excp-record-image
                   perform 9000-log-exception
                   move 0 to withhold-bucket
               else
                   subtract new-deposits-total from withhold-bucket
               end-if
               open output withhold-file
               move withhold-bucket to wh-balance
               write withhold-file-record
               close withhold-file
           end-if.

       700-print-one-due.
           compute ob-outstanding =
               ob-withheld (ob-idx) - ob-deposited (ob-idx).
           if ob-outstanding > 0
               move ob-liab-month (ob-idx) to due-month-out
               move ob-due-date (ob-idx) to due-date-out
               move ob-withheld (ob-idx) to due-withheld-out
               move ob-deposited (ob-idx) to due-deposited-out
               move ob-outstanding to due-outstanding-out
               if ob-due-date (ob-idx) < run-date-num
                   move 'OVERDUE   ' to due-status-out
                   add 1 to overdue-count
                   move 'WHLT' to excp-reason-code
                   move 'withholding deposit past due'
                       to excp-reason-text
                   move print-due-out to excp-record-image
                   perform 9000-log-exception
               else
                   move 'DUE       ' to due-status-out
               end-if
               write record-out from print-due-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.

      *withheld and deposited by liability month; a month short
      *after its last deposit date is a shortfall
       800-print-945-reconciliation.
           move zeros to recon-table.
           move 0 to recon-withheld-total.
           move 0 to recon-deposited-total.
           move 0 to shortfall-months.
           perform 810-add-one-obligation
               varying ob-idx from 1 by 1
               until ob-idx > obligation-count.
           move recon-year to recon-year-out.
           write record-out from recon-title-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from recon-header-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           add 3 to page-line-count.
           perform 820-print-one-month
               varying rc-idx from 1 by 1
               until rc-idx > 12.
           move recon-withheld-total to rtot-withheld-out.
           move recon-deposited-total to rtot-deposited-out.
           compute rc-difference =
               recon-withheld-total - recon-deposited-total.
           move rc-difference to rtot-difference-out.
           write record-out from print-recon-total-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 850-tie-to-1099-extract.

       810-add-one-obligation.
           divide ob-liab-month (ob-idx) by 100 giving liab-year
               remainder rc-idx.
           if liab-year = recon-year
               add ob-withheld (ob-idx) to rc-withheld (rc-idx)
               add ob-deposited (ob-idx) to rc-deposited (rc-idx)
               add ob-withheld (ob-idx) to recon-withheld-total
               add ob-deposited (ob-idx) to recon-deposited-total
               if ob-due-date (ob-idx) > rc-last-due (rc-idx)
                   move ob-due-date (ob-idx) to rc-last-due (rc-idx)
               end-if
           end-if.

       820-print-one-month.
           move rc-idx to rec-month-out.
           move recon-year to rec-year-out.
           move rc-withheld (rc-idx) to rec-withheld-out.
           move rc-deposited (rc-idx) to rec-deposited-out.
           compute rc-difference =
               rc-withheld (rc-idx) - rc-deposited (rc-idx).
           move rc-difference to rec-difference-out.
           evaluate true
               when rc-difference > 0
                   and rc-last-due (rc-idx) < run-date-num
                   move '** SHORTFALL' to rec-status-out
                   add 1 to shortfall-months
                   move 'W945' to excp-reason-code
                   move 'Form 945 month deposited short'
                       to excp-reason-text
                   move print-recon-out to excp-record-image
                   perform 9000-log-exception
               when rc-difference > 0
                   move 'NOT YET DUE ' to rec-status-out
               when rc-difference < 0
                   move 'OVERDEPOSIT ' to rec-status-out
               when other
                   move spaces to rec-status-out
           end-evaluate.
           write record-out from print-recon-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *the year's withholding has to be what the recipients were
      *told on their 1099s
       850-tie-to-1099-extract.
           move 0 to extract-withheld-total.
           move 0 to extract-rows.
           open input extract-file.
           if ex-file-status = '00'
               read extract-file
                   at end move 'n' to more-records
               end-read
               perform 855-total-one-extract
                   until more-records = 'n'
           end-if.
           close extract-file.
           move 'y' to more-records.
           move extract-withheld-total to tie-extract-out.
           evaluate true
               when extract-rows = 0
                   move 'NO EXTRACT FOR YEAR ' to tie-verdict-out
               when extract-withheld-total = recon-withheld-total
                   move 'AGREES WITH 945     ' to tie-verdict-out
               when other
                   move '** DOES NOT AGREE **' to tie-verdict-out
                   move 'W945' to excp-reason-code
                   move '945 withheld differs from 1099 extract'
                       to excp-reason-text
                   move print-tie-out to excp-record-image
                   perform 9000-log-exception
           end-evaluate.
           write record-out from print-tie-out
               after advancing 1 line.
           perform 8020-capture-line.

       855-total-one-extract.
           if ex-tax-year = recon-year
               add 1 to extract-rows
               add ex-withheld to extract-withheld-total
           end-if.
           read extract-file
               at end move 'n' to more-records
           end-read.

      *each deposit pays down the liability in cash
       900-write-journal.
           if new-deposits-total > 0
               move '2500' to jr-account
               move 'WITHHOLDING PAYABLE ' to jr-account-desc
               move 'DR' to jr-dr-cr
               move new-deposits-total to jr-amount
               perform 925-write-one-journal-line
               move '1000' to jr-account
               move 'CASH                ' to jr-account-desc
               move 'CR' to jr-dr-cr
               move new-deposits-total to jr-amount
               perform 925-write-one-journal-line
           end-if.

           move run-debits-total to posting-debits-out.
           move run-credits-total to posting-credits-out.
           if run-debits-total = run-credits-total
               move 'IN BALANCE      ' to posting-balance-out
           else
               move '** OUT OF BAL **' to posting-balance-out
           end-if.
           write record-out from posting-title-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from posting-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

       925-write-one-journal-line.
           move banner-run-date-ccyymmdd to jr-run-date.
           move perd-open-period to jr-period.
           if jr-dr-cr = 'DR'
               add jr-amount to run-debits-total
           else
               add jr-amount to run-credits-total
           end-if.
           write journal-record.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy PERDPR.

       copy PARMPR.

       end program irsremit.
