      *Monthly financial statements by business line
      *
      *glledger.cbl posts every journal into GLMAST and proves the
      *trial balance, but the statements themselves were still
      *built by hand from the trial-balance printout.  This job
      *prints them straight off the ledger for the closed period
      *named on the FSTMREQ request (ccyymm).  A period APERIODS
      *does not show closed is refused with return code 8 -- the
      *statements are only ever drawn from a locked month.
      *
      *COAMAST classifies each GLMAST account, one record per
      *account: the statement it reports on ('I' income statement,
      *'B' balance sheet), its section (revenue 'R' or expense 'X'
      *on the income statement; asset 'A', liability 'L' or equity
      *'E' on the balance sheet), the statement line it rolls into
      *(01-99, printed in line order, with the line's caption) and
      *its business line ('R' car rental, 'A' apartments, 'W'
      *rewards, 'S' shipping, 'P' shop-wide).  Several accounts may
      *share a line; the first account's caption heads it.
      *
      *Printed for the period and year to date, each beside the
      *same period and year to date a year earlier:
      *  - an income statement for each business line, then the
      *    shop consolidated;
      *  - the consolidated balance sheet at period end against the
      *    same month-end last year.  Income accounts are never
      *    closed out on GLMAST, so retained earnings roll forward
      *    here: everything the income accounts earned before the
      *    year began, plus net income to date.
      *
      *The year is the calendar year of the period.  A GLMAST
      *account with activity through the period that COAMAST does
      *not classify (or classifies with codes this job does not
      *know) is never dropped: it prints in the closing exception
      *section with its debits and credits, and is logged to the
      *shared exception log, because its amounts are missing from
      *the statements above and the balance sheet will not
      *balance until it is classified.
       identification division.
       program-id. finstmt.
       environment division.
       input-output section.

       file-control.
           select request-file assign to "FSTMREQ"
                 organization is line sequential
                 file status is rq-file-status.

           select chart-file assign to "COAMAST"
                 organization is line sequential
                 file status is coa-file-status.

           select gl-master assign to "GLMAST"
                 organization is indexed
                 access mode is sequential
                 record key is gl-key
                 file status is gl-file-status.

           select file-out assign to printer, "con".

           copy EXCPSEL.

           copy PERDSEL.

           copy RPTSEL.

       data division.
       file section.
       fd request-file label records are omitted.
       01 request-record.
           05 rq-stmt-period    pic 9(6).

       fd chart-file label records are omitted.
       01 chart-record.
           05 coa-account       pic x(4).
           05 filler            pic x.
           05 coa-statement     pic x.
           05 filler            pic x.
           05 coa-section       pic x.
           05 filler            pic x.
           05 coa-line          pic 99.
           05 filler            pic x.
           05 coa-line-desc     pic x(20).
           05 filler            pic x.
           05 coa-business-line pic x.

       fd gl-master label records are standard.
       01 gl-master-record.
           05 gl-key.
               10 gl-account        pic x(4).
               10 gl-period         pic 9(6).
           05 gl-account-desc   pic x(20).
           05 gl-period-debits  pic 9(11)v99.
           05 gl-period-credits pic 9(11)v99.

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy EXCPFD.

       copy PERDFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 rq-file-status pic xx.
       01 coa-file-status pic xx.
       01 gl-file-status pic xx.

      *the four periods every amount is sorted into
       01 stmt-period pic 9(6) value 0.
       01 stmt-period-parts redefines stmt-period.
           05 stmt-yyyy pic 9(4).
           05 stmt-mm pic 99.
       01 year-start-period pic 9(6) value 0.
       01 prior-period pic 9(6) value 0.
       01 prior-year-start-period pic 9(6) value 0.

      *the chart of accounts as loaded; a row with codes this job
      *does not know is left out and its account reports as
      *unclassified
       01 chart-table.
           05 chart-entry occurs 500 times.
              10 ca-account pic x(4).
              10 ca-statement pic x.
              10 ca-section pic x.
              10 ca-line pic 99.
              10 ca-biz-idx pic 9.
       01 chart-count pic 9(4) value 0.
       01 ca-idx pic 9(4) value 0.
       01 ca-match-idx pic 9(4) value 0.
       01 ca-found-flag pic x value 'n'.
           88 ca-found value 'y'.
       01 chart-rejected-count pic 9(4) value 0.

      *business lines in print order; the sixth column of the
      *statement loop is the shop consolidated
       01 business-line-values.
           05 filler pic x(21) value 'RCAR RENTAL          '.
           05 filler pic x(21) value 'AAPARTMENTS          '.
           05 filler pic x(21) value 'WREWARDS             '.
           05 filler pic x(21) value 'SSHIPPING            '.
           05 filler pic x(21) value 'PSHOP-WIDE           '.
           05 filler pic x(21) value ' SHOP CONSOLIDATED   '.
       01 business-line-table redefines business-line-values.
           05 business-line-entry occurs 6 times.
              10 bz-code pic x.
              10 bz-name pic x(20).
       01 bz-idx pic 9 value 0.
       01 bz-sum-idx pic 9 value 0.

      *income statement lines: per business line, the period, year
      *to date, prior-year period and prior-year year to date
       01 income-line-table.
           05 income-line occurs 99 times.
              10 il-used pic x.
              10 il-section pic x.
              10 il-desc pic x(20).
              10 il-business occurs 5 times.
                 15 il-amount pic s9(12)v99 occurs 4 times.
       01 il-idx pic 9(3) value 0.

      *balance sheet lines: period end and the same month-end a
      *year earlier
       01 balance-line-table.
           05 balance-line occurs 99 times.
              10 bl-used pic x.
              10 bl-section pic x.
              10 bl-desc pic x(20).
              10 bl-amount pic s9(12)v99 occurs 2 times.
       01 bl-idx pic 9(3) value 0.

      *accounts with activity and no usable classification
       01 unclass-table.
           05 unclass-entry occurs 200 times.
              10 uc-account pic x(4).
              10 uc-desc pic x(20).
              10 uc-debits pic 9(12)v99.
              10 uc-credits pic 9(12)v99.
       01 unclass-count pic 9(4) value 0.
       01 uc-idx pic 9(4) value 0.
       01 uc-match-idx pic 9(4) value 0.
       01 uc-found-flag pic x value 'n'.
           88 uc-found value 'y'.

       01 col-idx pic 9 value 0.
       01 section-wanted pic x value space.
       01 line-amount pic s9(12)v99 value 0.
       01 net-income-amount pic s9(12)v99 value 0.
       01 print-amount-group.
           05 print-amount pic s9(12)v99 occurs 4 times.
       01 revenue-total-group.
           05 revenue-total pic s9(12)v99 occurs 4 times.
       01 expense-total-group.
           05 expense-total pic s9(12)v99 occurs 4 times.
       01 section-total-group.
           05 section-total pic s9(12)v99 occurs 2 times.
       01 asset-total-group.
           05 asset-total pic s9(12)v99 occurs 2 times.
       01 liability-total-group.
           05 liability-total pic s9(12)v99 occurs 2 times.
       01 equity-total-group.
           05 equity-total pic s9(12)v99 occurs 2 times.

      *retained earnings roll-forward, this year and last
       01 opening-retained-group.
           05 opening-retained pic s9(12)v99 occurs 2 times.
       01 ytd-net-income-group.
           05 ytd-net-income pic s9(12)v99 occurs 2 times.
       01 closing-retained-group.
           05 closing-retained pic s9(12)v99 occurs 2 times.

       01 line-nonzero-flag pic x value 'n'.
           88 line-nonzero value 'y'.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy PERDWS.

      *whichever column heading is in force, reprinted on a page
      *break
       01 column-heading-out pic x(80) value spaces.

       01 line1-out.
           05 filler pic x(22) value spaces.
           05 filler pic x(29) value
               'Shop Financial Statements'.
           05 filler pic x(8) value 'Period: '.
           05 l1-period-out pic 9(6).

       01 verdict-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(8) value 'Period: '.
           05 ver-period-out pic 9(6).
           05 filler pic x(2) value spaces.
           05 ver-text-out pic x(40).

       01 statement-title-out.
           05 filler pic x(1) value spaces.
           05 st-title-out pic x(20).
           05 filler pic x(3) value ' - '.
           05 st-business-out pic x(20).

       01 income-columns-out.
           05 filler pic x(21) value spaces.
           05 filler pic x(14) value '        Period'.
           05 filler pic x(14) value '  Year To Date'.
           05 filler pic x(14) value '  Prior Period'.
           05 filler pic x(14) value '     Prior YTD'.

       01 balance-columns-out.
           05 filler pic x(21) value spaces.
           05 filler pic x(14) value '    Period End'.
           05 filler pic x(14) value '    Prior Year'.

       01 section-label-out.
           05 filler pic x(1) value spaces.
           05 sl-label-out pic x(30).

       01 amount-line-out.
           05 filler pic x(1) value spaces.
           05 am-desc-out pic x(20).
           05 am-column-out occurs 4 times.
              10 filler pic x(1).
              10 am-amount-out pic z,zzz,zz9.99-.

       01 balance-verdict-out.
           05 filler pic x(1) value spaces.
           05 bv-text-out pic x(50).

       01 unclass-columns-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(6) value 'Acct'.
           05 filler pic x(22) value 'Description'.
           05 filler pic x(16) value '          Debits'.
           05 filler pic x(16) value '         Credits'.

       01 unclass-line-out.
           05 filler pic x(1) value spaces.
           05 ul-account-out pic x(4).
           05 filler pic x(2) value spaces.
           05 ul-desc-out pic x(20).
           05 filler pic x(2) value spaces.
           05 ul-debits-out pic zzz,zzz,zz9.99.
           05 filler pic x(2) value spaces.
           05 ul-credits-out pic zzz,zzz,zz9.99.

       01 unclass-summary-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(24) value 'Unclassified Accounts:  '.
           05 uc-count-out pic zzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(21) value 'Chart Rows Rejected: '.
           05 cr-count-out pic zzz9.

       procedure division.
       100-main.
           open output file-out.
           perform 8900-open-exception-log.
           move 'FINSTMT     ' to excp-this-job.

           move 'FINANCIAL STATEMENTS' to banner-job-name.
           move 'FN0001' to banner-batch-id.
           perform 8000-print-banner-page.

           perform 110-read-request.
           perform 8700-load-periods.
           perform 120-check-period-closed.

           move stmt-period to l1-period-out.
           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           move 3 to page-line-count.

           perform 130-load-chart.
           perform 200-sort-ledger.

           perform 400-print-income-statement
               varying bz-idx from 1 by 1
               until bz-idx > 6.
           perform 500-print-balance-sheet.
           perform 600-print-unclassified.

           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

       110-read-request.
           open input request-file.
           if rq-file-status not = '00'
               display 'REQUEST-FILE FAILED TO OPEN, STATUS '
                   rq-file-status
               stop run
           end-if.
           read request-file
               at end
                   display 'REQUEST-FILE IS EMPTY, CANNOT CONTINUE'
                   stop run
           end-read.
           close request-file.
           move rq-stmt-period to stmt-period.
           move rq-stmt-period to ver-period-out.
           compute year-start-period = (stmt-yyyy * 100) + 1.
           compute prior-period = stmt-period - 100.
           compute prior-year-start-period = year-start-period - 100.

      *statements come only from a month perclose has locked
       120-check-period-closed.
           move 'n' to pt-found-flag.
           perform 125-scan-one-period
               varying pt-idx from 1 by 1
               until pt-idx > period-count or pt-found.
           evaluate true
               when not pt-found
                   move 'NOT ON THE PERIOD MASTER - REFUSED'
                       to ver-text-out
                   perform 900-refuse
               when pt-status (pt-match-idx) not = 'C'
                   move 'PERIOD NOT CLOSED - REFUSED'
                       to ver-text-out
                   perform 900-refuse
           end-evaluate.

       125-scan-one-period.
           if pt-period (pt-idx) = stmt-period
               move 'y' to pt-found-flag
               move pt-idx to pt-match-idx
           end-if.

       130-load-chart.
           initialize income-line-table.
           initialize balance-line-table.
           initialize opening-retained-group.
           initialize ytd-net-income-group.
           open input chart-file.
           if coa-file-status not = '00'
               display 'CHART-FILE FAILED TO OPEN, STATUS '
                   coa-file-status
               stop run
           end-if.
           read chart-file at end move 'n' to more-records.
           perform 135-load-one-account until more-records = 'n'.
           close chart-file.
           move 'y' to more-records.

       135-load-one-account.
           move 0 to bz-sum-idx.
           perform 138-scan-business-code
               varying bz-idx from 1 by 1
               until bz-idx > 5 or bz-sum-idx > 0.
           if bz-sum-idx = 0
               or coa-line not numeric
               or coa-line = 0
               or not ((coa-statement = 'I'
                           and (coa-section = 'R' or 'X'))
                    or (coa-statement = 'B'
                           and (coa-section = 'A' or 'L' or 'E')))
               add 1 to chart-rejected-count
               move 'GLCA' to excp-reason-code
               move 'chart row has unknown codes - ignored'
                   to excp-reason-text
               move chart-record to excp-record-image
               perform 9000-log-exception
           else
               if chart-count >= 500
                   display 'CHART TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to chart-count
               move coa-account to ca-account (chart-count)
               move coa-statement to ca-statement (chart-count)
               move coa-section to ca-section (chart-count)
               move coa-line to ca-line (chart-count)
               move bz-sum-idx to ca-biz-idx (chart-count)
               perform 140-register-statement-line
           end-if.
           read chart-file at end move 'n' to more-records.

       138-scan-business-code.
           if bz-code (bz-idx) = coa-business-line
               move bz-idx to bz-sum-idx
           end-if.

      *the first account filed against a line names it
       140-register-statement-line.
           if coa-statement = 'I'
               if il-used (coa-line) not = 'y'
                   move 'y' to il-used (coa-line)
                   move coa-section to il-section (coa-line)
                   move coa-line-desc to il-desc (coa-line)
               end-if
           else
               if bl-used (coa-line) not = 'y'
                   move 'y' to bl-used (coa-line)
                   move coa-section to bl-section (coa-line)
                   move coa-line-desc to bl-desc (coa-line)
               end-if
           end-if.

      *every ledger row through the period lands in the columns
      *it belongs to, or on the unclassified list
       200-sort-ledger.
           open input gl-master.
           if gl-file-status not = '00'
               display 'GL-MASTER FAILED TO OPEN, STATUS '
                   gl-file-status
               stop run
           end-if.
           read gl-master at end move 'n' to more-records.
           perform 210-sort-one-row until more-records = 'n'.
           close gl-master.
           move 'y' to more-records.

       210-sort-one-row.
           if gl-period not > stmt-period
               and (gl-period-debits not = 0
                    or gl-period-credits not = 0)
               move 'n' to ca-found-flag
               perform 215-scan-one-chart-row
                   varying ca-idx from 1 by 1
                   until ca-idx > chart-count or ca-found
               evaluate true
                   when not ca-found
                       perform 250-note-unclassified
                   when ca-statement (ca-match-idx) = 'I'
                       perform 220-sort-income-row
                   when other
                       perform 230-sort-balance-row
               end-evaluate
           end-if.
           read gl-master at end move 'n' to more-records.

       215-scan-one-chart-row.
           if ca-account (ca-idx) = gl-account
               move 'y' to ca-found-flag
               move ca-idx to ca-match-idx
           end-if.

      *revenue reads credit-positive, expense debit-positive; net
      *income and the retained earnings it feeds are always
      *credits less debits
       220-sort-income-row.
           move ca-line (ca-match-idx) to il-idx.
           move ca-biz-idx (ca-match-idx) to bz-idx.
           if ca-section (ca-match-idx) = 'R'
               compute line-amount =
                   gl-period-credits - gl-period-debits
           else
               compute line-amount =
                   gl-period-debits - gl-period-credits
           end-if.
           compute net-income-amount =
               gl-period-credits - gl-period-debits.
           if gl-period = stmt-period
               add line-amount to il-amount (il-idx, bz-idx, 1)
           end-if.
           if gl-period not < year-start-period
               add line-amount to il-amount (il-idx, bz-idx, 2)
               add net-income-amount to ytd-net-income (1)
           else
               add net-income-amount to opening-retained (1)
           end-if.
           if gl-period = prior-period
               add line-amount to il-amount (il-idx, bz-idx, 3)
           end-if.
           if gl-period not < prior-year-start-period
               and gl-period not > prior-period
               add line-amount to il-amount (il-idx, bz-idx, 4)
               add net-income-amount to ytd-net-income (2)
           end-if.
           if gl-period < prior-year-start-period
               add net-income-amount to opening-retained (2)
           end-if.

      *assets read debit-positive, liabilities and equity
      *credit-positive; balances are cumulative to the month-end
       230-sort-balance-row.
           move ca-line (ca-match-idx) to bl-idx.
           if ca-section (ca-match-idx) = 'A'
               compute line-amount =
                   gl-period-debits - gl-period-credits
           else
               compute line-amount =
                   gl-period-credits - gl-period-debits
           end-if.
           add line-amount to bl-amount (bl-idx, 1).
           if gl-period not > prior-period
               add line-amount to bl-amount (bl-idx, 2)
           end-if.

       250-note-unclassified.
           move 'n' to uc-found-flag.
           perform 255-scan-one-unclassified
               varying uc-idx from 1 by 1
               until uc-idx > unclass-count or uc-found.
           if not uc-found
               if unclass-count >= 200
                   display 'UNCLASSIFIED TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to unclass-count
               move unclass-count to uc-match-idx
               move gl-account to uc-account (uc-match-idx)
               move gl-account-desc to uc-desc (uc-match-idx)
               move 0 to uc-debits (uc-match-idx)
               move 0 to uc-credits (uc-match-idx)
               move 'GLUC' to excp-reason-code
               move 'ledger account not on chart of accounts'
                   to excp-reason-text
               move gl-master-record to excp-record-image
               perform 9000-log-exception
           end-if.
           add gl-period-debits to uc-debits (uc-match-idx).
           add gl-period-credits to uc-credits (uc-match-idx).

       255-scan-one-unclassified.
           if uc-account (uc-idx) = gl-account
               move 'y' to uc-found-flag
               move uc-idx to uc-match-idx
           end-if.

      *one business line's statement, or the shop consolidated
      *when bz-idx is 6
       400-print-income-statement.
           move 'INCOME STATEMENT' to st-title-out.
           move bz-name (bz-idx) to st-business-out.
           write record-out from statement-title-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move income-columns-out to column-heading-out.
           write record-out from column-heading-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           initialize revenue-total-group.
           initialize expense-total-group.

           move 'REVENUE' to sl-label-out.
           perform 470-print-section-label.
           move 'R' to section-wanted.
           perform 410-print-one-income-line
               varying il-idx from 1 by 1
               until il-idx > 99.
           move 'TOTAL REVENUE' to am-desc-out.
           move revenue-total-group to print-amount-group.
           perform 480-print-four-columns.

           move 'EXPENSES' to sl-label-out.
           perform 470-print-section-label.
           move 'X' to section-wanted.
           perform 410-print-one-income-line
               varying il-idx from 1 by 1
               until il-idx > 99.
           move 'TOTAL EXPENSES' to am-desc-out.
           move expense-total-group to print-amount-group.
           perform 480-print-four-columns.

           perform 440-net-one-column
               varying col-idx from 1 by 1
               until col-idx > 4.
           move 'NET INCOME' to am-desc-out.
           perform 480-print-four-columns.

       410-print-one-income-line.
           if il-used (il-idx) = 'y'
               and il-section (il-idx) = section-wanted
               perform 420-fetch-one-column
                   varying col-idx from 1 by 1
                   until col-idx > 4
               if print-amount (1) not = 0
                   or print-amount (2) not = 0
                   or print-amount (3) not = 0
                   or print-amount (4) not = 0
                   move il-desc (il-idx) to am-desc-out
                   perform 480-print-four-columns
                   perform 430-add-to-section-total
                       varying col-idx from 1 by 1
                       until col-idx > 4
               end-if
           end-if.

      *the consolidated column sums the five business lines
       420-fetch-one-column.
           if bz-idx < 6
               move il-amount (il-idx, bz-idx, col-idx)
                   to print-amount (col-idx)
           else
               move 0 to print-amount (col-idx)
               perform 425-sum-one-business
                   varying bz-sum-idx from 1 by 1
                   until bz-sum-idx > 5
           end-if.

       425-sum-one-business.
           add il-amount (il-idx, bz-sum-idx, col-idx)
               to print-amount (col-idx).

       430-add-to-section-total.
           if section-wanted = 'R'
               add print-amount (col-idx) to revenue-total (col-idx)
           else
               add print-amount (col-idx) to expense-total (col-idx)
           end-if.

       440-net-one-column.
           compute print-amount (col-idx) =
               revenue-total (col-idx) - expense-total (col-idx).

       470-print-section-label.
           write record-out from section-label-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       480-print-four-columns.
           perform 485-edit-one-column
               varying col-idx from 1 by 1
               until col-idx > 4.
           write record-out from amount-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       485-edit-one-column.
           move space to am-column-out (col-idx).
           move print-amount (col-idx) to am-amount-out (col-idx).

      *the balance sheet prints two columns; the last two of the
      *amount line are blanked
       500-print-balance-sheet.
           move 'BALANCE SHEET' to st-title-out.
           move bz-name (6) to st-business-out.
           write record-out from statement-title-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move balance-columns-out to column-heading-out.
           write record-out from column-heading-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.

           move 'ASSETS' to sl-label-out.
           perform 470-print-section-label.
           move 'A' to section-wanted.
           perform 510-print-balance-section.
           move section-total-group to asset-total-group.
           move 'TOTAL ASSETS' to am-desc-out.
           perform 580-print-two-columns.

           move 'LIABILITIES' to sl-label-out.
           perform 470-print-section-label.
           move 'L' to section-wanted.
           perform 510-print-balance-section.
           move section-total-group to liability-total-group.
           move 'TOTAL LIABILITIES' to am-desc-out.
           perform 580-print-two-columns.

           move 'EQUITY' to sl-label-out.
           perform 470-print-section-label.
           move 'E' to section-wanted.
           perform 510-print-balance-section.
           move section-total-group to equity-total-group.

           move 'RETAINED EARN - OPEN' to am-desc-out.
           move opening-retained-group to section-total-group.
           perform 580-print-two-columns.
           move 'NET INCOME - YTD' to am-desc-out.
           move ytd-net-income-group to section-total-group.
           perform 580-print-two-columns.
           perform 540-roll-one-column
               varying col-idx from 1 by 1
               until col-idx > 2.
           move 'RETAINED EARN - END' to am-desc-out.
           move closing-retained-group to section-total-group.
           perform 580-print-two-columns.
           move 'TOTAL EQUITY' to am-desc-out.
           move equity-total-group to section-total-group.
           perform 580-print-two-columns.

           perform 545-total-one-column
               varying col-idx from 1 by 1
               until col-idx > 2.
           move 'TOTAL LIAB + EQUITY' to am-desc-out.
           perform 580-print-two-columns.

           if section-total (1) = asset-total (1)
               and section-total (2) = asset-total (2)
               move 'BALANCE SHEET IN BALANCE' to bv-text-out
           else
               move '** OUT OF BALANCE - SEE UNCLASSIFIED ACCOUNTS **'
                   to bv-text-out
           end-if.
           write record-out from balance-verdict-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.

       510-print-balance-section.
           initialize section-total-group.
           perform 520-print-one-balance-line
               varying bl-idx from 1 by 1
               until bl-idx > 99.

       520-print-one-balance-line.
           if bl-used (bl-idx) = 'y'
               and bl-section (bl-idx) = section-wanted
               and (bl-amount (bl-idx, 1) not = 0
                    or bl-amount (bl-idx, 2) not = 0)
               move bl-desc (bl-idx) to am-desc-out
               move bl-amount (bl-idx, 1) to print-amount (1)
               move bl-amount (bl-idx, 2) to print-amount (2)
               perform 585-print-line-two-columns
               add bl-amount (bl-idx, 1) to section-total (1)
               add bl-amount (bl-idx, 2) to section-total (2)
           end-if.

      *retained earnings at month-end: what the income accounts
      *earned before the year began, plus the year's net income
       540-roll-one-column.
           compute closing-retained (col-idx) =
               opening-retained (col-idx) + ytd-net-income (col-idx).
           add closing-retained (col-idx) to equity-total (col-idx).

       545-total-one-column.
           compute section-total (col-idx) =
               liability-total (col-idx) + equity-total (col-idx).

       580-print-two-columns.
           move section-total (1) to print-amount (1).
           move section-total (2) to print-amount (2).
           perform 585-print-line-two-columns.

       585-print-line-two-columns.
           perform 485-edit-one-column
               varying col-idx from 1 by 1
               until col-idx > 2.
           move spaces to am-column-out (3).
           move spaces to am-column-out (4).
           write record-out from amount-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       600-print-unclassified.
           move 'UNCLASSIFIED ACCOUNTS' to st-title-out.
           move 'NOT ON COAMAST' to st-business-out.
           write record-out from statement-title-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move unclass-columns-out to column-heading-out.
           write record-out from column-heading-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 610-print-one-unclassified
               varying uc-idx from 1 by 1
               until uc-idx > unclass-count.
           move unclass-count to uc-count-out.
           move chart-rejected-count to cr-count-out.
           write record-out from unclass-summary-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

       610-print-one-unclassified.
           move uc-account (uc-idx) to ul-account-out.
           move uc-desc (uc-idx) to ul-desc-out.
           move uc-debits (uc-idx) to ul-debits-out.
           move uc-credits (uc-idx) to ul-credits-out.
           write record-out from unclass-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       900-refuse.
           write record-out from verdict-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           move 8 to return-code.
           stop run.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER==
           by ==column-heading-out==.

       copy EXCPPR.

       copy PERDPR.

       end program finstmt.
