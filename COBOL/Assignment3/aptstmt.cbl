      *Monthly tenant statements
      *
      *aptrecv.cbl prints the aging for the manager; the tenant got
      *nothing, and a tenant disputing a utility charge had to come
      *to the office to see the printout.  This job is to the
      *tenants what crstatement.cbl is to the rental customers:
      *one statement per tenant on a lease active on the run date,
      *for the month of the run date, built from what the
      *receivables run leaves behind -- the APTAROPN open items and
      *the APTRCHST history of receipt applications and returned
      *checks:
      *
      *  - the month's charges, itemized by date and kind (rent,
      *    utility, damage, late fee, returned-check fee): what is
      *    still open on each, plus what receipts paid against it
      *    (an application whose check came back is already open
      *    again, so it isn't counted twice);
      *  - the receipts applied in the month by receipt number and
      *    date, and any checks returned in the month;
      *  - the closing balance (the tenant's open items), aged
      *    current/30/60/90+ the way aptrecv.cbl ages them;
      *  - the opening balance, worked back from the closing
      *    balance and the month's activity.
      *
      *The tenant is addressed through the shared name
      *normalization, and each statement ends in a tear-off remit
      *stub carrying the building and unit.  A semicolon-delimited
      *twin of every statement (APSTEXT, through the shared DELIM
      *copybooks, from the same edited fields the print lines use)
      *goes to the mail house: one row per statement line, the
      *first column saying what kind of line it is.
       identification division.
       program-id. aptstmt.
       environment division.
       input-output section.

       file-control.
           select lease-master assign to "LEASEMAST"
                 organization is line sequential
                 file status is lm-file-status.
      *> optional: nothing open is a legitimate state
           select optional open-items-file assign to "APTAROPN"
                 organization is line sequential
                 file status is oi-file-status.
           select optional receipt-history-file assign to "APTRCHST"
                 organization is line sequential
                 file status is rh-file-status.
           select extract-file assign to "APSTEXT"
                 organization is line sequential.
           select file-out assign to printer, "con".

           copy RPTSEL.

       data division.
       file section.
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

       fd open-items-file label records are omitted.
       01 open-items-record.
           05 ai-building-id        pic x(3).
           05 ai-unit-no            pic x(4).
           05 ai-tenant-name        pic x(20).
           05 ai-charge-date        pic 9(8).
           05 ai-amount-open        pic 9(7)v99.
           05 ai-item-type          pic x.
           05 ai-late-fee-flag      pic x.

       fd receipt-history-file label records are omitted.
       01 receipt-history-record.
           05 rh-entry-type         pic x.
           05 rh-building-id        pic x(3).
           05 rh-unit-no            pic x(4).
           05 rh-tenant-name        pic x(20).
           05 rh-receipt-no         pic x(8).
           05 rh-entry-date         pic 9(8).
           05 rh-charge-date        pic 9(8).
           05 rh-item-type          pic x.
           05 rh-late-fee-flag      pic x.
           05 rh-amount             pic 9(7)v99.

       fd extract-file label records are omitted.
       01 extract-record pic x(200).

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 lm-file-status pic xx.
       01 oi-file-status pic xx.
       01 rh-file-status pic xx.
       01 run-date-num pic 9(8) value 0.
       01 run-month-num pic 9(6) value 0.
       01 entry-month-num pic 9(6) value 0.

      *every open item the receivables run carried forward
       01 open-item-table.
           05 open-item-entry occurs 600 times.
               10 oi-building-id    pic x(3).
               10 oi-unit-no        pic x(4).
               10 oi-tenant-name    pic x(20).
               10 oi-charge-date    pic 9(8).
               10 oi-amount-open    pic 9(7)v99.
               10 oi-item-type      pic x.
       01 open-item-count pic 999 value 0.
       01 item-idx pic 999 value 0.

      *the receipt history, applications ('A') and returned
      *checks ('N')
       01 history-table.
           05 history-entry occurs 3000 times.
               10 ht-entry-type     pic x.
                   88 ht-applied        value 'A'.
                   88 ht-returned       value 'N'.
               10 ht-building-id    pic x(3).
               10 ht-unit-no        pic x(4).
               10 ht-tenant-name    pic x(20).
               10 ht-receipt-no     pic x(8).
               10 ht-entry-date     pic 9(8).
               10 ht-charge-date    pic 9(8).
               10 ht-item-type      pic x.
               10 ht-late-fee-flag  pic x.
               10 ht-amount         pic 9(7)v99.
       01 history-count pic 9(4) value 0.
       01 ht-idx pic 9(4) value 0.
       01 rt-idx pic 9(4) value 0.
       01 receipt-returned-flag pic x value 'n'.
           88 receipt-returned value 'y'.

      *the statement being built for one tenant
       01 charge-table.
           05 charge-entry occurs 40 times.
               10 cg-charge-date    pic 9(8).
               10 cg-item-type      pic x.
               10 cg-amount         pic 9(7)v99.
       01 charge-count pic 99 value 0.
       01 cg-idx pic 99 value 0.
       01 cg-match-idx pic 99 value 0.
       01 cg-found-flag pic x value 'n'.
           88 cg-found value 'y'.
       01 search-charge-date pic 9(8) value 0.
       01 search-item-type pic x value space.
       01 search-amount pic 9(7)v99 value 0.

       01 receipt-table.
           05 receipt-entry occurs 40 times.
               10 rp-receipt-no     pic x(8).
               10 rp-entry-date     pic 9(8).
               10 rp-amount         pic 9(7)v99.
               10 rp-returned-flag  pic x.
                   88 rp-returned       value 'y'.
       01 receipt-count pic 99 value 0.
       01 rp-idx pic 99 value 0.
       01 rp-match-idx pic 99 value 0.
       01 rp-found-flag pic x value 'n'.
           88 rp-found value 'y'.

       01 opening-balance pic s9(7)v99 value 0.
       01 closing-balance pic 9(7)v99 value 0.
       01 month-charges pic 9(7)v99 value 0.
       01 month-receipts pic 9(7)v99 value 0.
       01 month-returned pic 9(7)v99 value 0.
       01 age-current pic 9(7)v99 value 0.
       01 age-30 pic 9(7)v99 value 0.
       01 age-60 pic 9(7)v99 value 0.
       01 age-90 pic 9(7)v99 value 0.
       01 item-age-days pic s9(5) value 0.
       01 charge-date-split.
           05 chg-yyyy pic 9(4).
           05 chg-mm   pic 9(2).
           05 chg-dd   pic 9(2).

       01 statement-number pic 9(6) value 0.
       01 statements-printed pic 9(5) value 0.
       01 statements-total pic 9(9)v99 value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy NAMESPLW.
       copy DELIMWS.

       01 statement-title-out.
           05 filler pic x(28) value spaces.
           05 filler pic x(16) value 'Tenant Statement'.

       01 statement-number-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(11) value 'Statement: '.
           05 stmt-number-out pic 9(6).
           05 filler pic x(4) value spaces.
           05 filler pic x(7) value 'Month: '.
           05 stmt-month-out pic 9999/99.
           05 filler pic x(4) value spaces.
           05 filler pic x(6) value 'Date: '.
           05 stmt-date-out pic x(10).

       01 statement-addressee-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(4) value 'To: '.
           05 stmt-name-out pic x(35).

       01 statement-unit-out.
           05 filler pic x(5) value spaces.
           05 filler pic x(9) value 'Building '.
           05 stmt-bldg-out pic x(3).
           05 filler pic x(7) value '  Unit '.
           05 stmt-unit-no-out pic x(4).

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(10) value 'Date'.
           05 filler pic x(2) value spaces.
           05 filler pic x(30) value 'Description'.
           05 filler pic x(2) value spaces.
           05 filler pic x(12) value '      Amount'.

       01 balance-line-out.
           05 filler pic x(13) value spaces.
           05 bal-text-out pic x(30).
           05 filler pic x(2) value spaces.
           05 bal-amount-out pic $z,zzz,zz9.99-.

       01 section-head-out.
           05 filler pic x(1) value spaces.
           05 section-text-out pic x(30).

       01 detail-line-out.
           05 filler pic x(1) value spaces.
           05 dtl-date-out pic 9999/99/99.
           05 filler pic x(2) value spaces.
           05 dtl-desc-out pic x(30).
           05 filler pic x(2) value spaces.
           05 dtl-amount-out pic $z,zzz,zz9.99.

       01 aging-head-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(13) value '     Current '.
           05 filler pic x(13) value '     30 Days '.
           05 filler pic x(13) value '     60 Days '.
           05 filler pic x(13) value '    90+ Days '.

       01 aging-line-out.
           05 filler pic x(1) value spaces.
           05 age-current-out pic $zzz,zz9.99.
           05 filler pic x(2) value spaces.
           05 age-30-out pic $zzz,zz9.99.
           05 filler pic x(2) value spaces.
           05 age-60-out pic $zzz,zz9.99.
           05 filler pic x(2) value spaces.
           05 age-90-out pic $zzz,zz9.99.

      *the tear-off remit stub printed at the foot of each
      *statement
       01 remit-rule-out.
           05 filler pic x(40) value all '- '.

       01 remit-line-1-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(38) value
               'Remit To: Apartment Management Office'.

       01 remit-line-2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(10) value 'Building: '.
           05 remit-bldg-out pic x(3).
           05 filler pic x(3) value spaces.
           05 filler pic x(6) value 'Unit: '.
           05 remit-unit-out pic x(4).
           05 filler pic x(3) value spaces.
           05 filler pic x(11) value 'Statement: '.
           05 remit-stmt-out pic 9(6).

       01 remit-line-3-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(8) value 'Tenant: '.
           05 remit-tenant-out pic x(20).
           05 filler pic x(3) value spaces.
           05 filler pic x(12) value 'Amount Due: '.
           05 remit-amount-out pic $z,zzz,zz9.99.

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(20) value 'Statements Printed: '.
           05 printed-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(16) value 'Total Balances: '.
           05 total-balances-out pic $zzz,zzz,zz9.99.

       01 extract-type pic x value space.

       procedure division.
       100-main.
           open output file-out.
           open output extract-file.

           move 'TENANT STATEMENTS   ' to banner-job-name.
           move 'TS0001' to banner-batch-id.
           perform 8000-print-banner-page.
           move banner-run-date-ccyymmdd to run-date-num.
           compute run-month-num = run-date-num / 100.
           move 3 to page-line-count.

           perform 110-load-open-items.
           perform 130-load-receipt-history.
           perform 890-write-extract-header.

           open input lease-master.
           if lm-file-status not = '00'
               display 'LEASE-MASTER FAILED TO OPEN, STATUS '
                   lm-file-status
               stop run
           end-if.
           read lease-master at end move 'n' to more-records.
           perform 200-judge-one-lease until more-records = 'n'.
           close lease-master.

           move statements-printed to printed-count-out.
           move statements-total to total-balances-out.
           write record-out from summary-line-out
               after advancing page.
           move 'P' to capture-mode.
           perform 8020-capture-line.

           close extract-file.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

       110-load-open-items.
           open input open-items-file.
           if oi-file-status = '00'
               read open-items-file
                   at end move 'n' to more-records
               end-read
               perform 115-load-one-open-item
                   until more-records = 'n'
           end-if.
           close open-items-file.
           move 'y' to more-records.

       115-load-one-open-item.
           if open-item-count >= 600
               display 'OPEN-ITEM TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to open-item-count.
           move ai-building-id to oi-building-id (open-item-count).
           move ai-unit-no to oi-unit-no (open-item-count).
           move ai-tenant-name to oi-tenant-name (open-item-count).
           move ai-charge-date to oi-charge-date (open-item-count).
           move ai-amount-open to oi-amount-open (open-item-count).
           move ai-item-type to oi-item-type (open-item-count).
           read open-items-file at end move 'n' to more-records.

       130-load-receipt-history.
           open input receipt-history-file.
           if rh-file-status = '00'
               read receipt-history-file
                   at end move 'n' to more-records
               end-read
               perform 135-load-one-history
                   until more-records = 'n'
           end-if.
           close receipt-history-file.
           move 'y' to more-records.

       135-load-one-history.
           if history-count >= 3000
               display 'HISTORY TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to history-count.
           move receipt-history-record
               to history-entry (history-count).
           read receipt-history-file
               at end move 'n' to more-records
           end-read.

       200-judge-one-lease.
           if lm-lease-start <= run-date-num
               and lm-lease-end >= run-date-num
               perform 300-build-statement
               perform 400-print-statement
           end-if.
           read lease-master at end move 'n' to more-records.

      *the closing balance and its aging come from the open items;
      *the month's charges from the open items plus whatever the
      *month's receipts paid on them; the opening balance is what
      *the month's activity says it must have been
       300-build-statement.
           move 0 to charge-count.
           move 0 to receipt-count.
           move 0 to closing-balance.
           move 0 to month-charges.
           move 0 to month-receipts.
           move 0 to month-returned.
           move 0 to age-current.
           move 0 to age-30.
           move 0 to age-60.
           move 0 to age-90.
           perform 310-take-one-open-item
               varying item-idx from 1 by 1
               until item-idx > open-item-count.
           perform 330-take-one-history
               varying ht-idx from 1 by 1
               until ht-idx > history-count.
           compute opening-balance =
               closing-balance - month-charges
               + month-receipts - month-returned.

       310-take-one-open-item.
           if oi-building-id (item-idx) = lm-building-id
               and oi-unit-no (item-idx) = lm-unit-no
               and oi-tenant-name (item-idx) = lm-tenant-name
               and oi-amount-open (item-idx) > 0
               add oi-amount-open (item-idx) to closing-balance
               perform 315-age-one-item
               move oi-charge-date (item-idx) to charge-date-split
               compute entry-month-num =
                   oi-charge-date (item-idx) / 100
               if entry-month-num = run-month-num
                   move oi-charge-date (item-idx)
                       to search-charge-date
                   move oi-item-type (item-idx) to search-item-type
                   move oi-amount-open (item-idx) to search-amount
                   perform 320-add-charge
               end-if
           end-if.

       315-age-one-item.
           move oi-charge-date (item-idx) to charge-date-split.
           compute item-age-days =
               ((banner-run-yyyy - chg-yyyy) * 360)
               + ((banner-run-mm - chg-mm) * 30)
               + (banner-run-dd - chg-dd).
           evaluate true
               when item-age-days < 30
                   add oi-amount-open (item-idx) to age-current
               when item-age-days < 60
                   add oi-amount-open (item-idx) to age-30
               when item-age-days < 90
                   add oi-amount-open (item-idx) to age-60
               when other
                   add oi-amount-open (item-idx) to age-90
           end-evaluate.

       320-add-charge.
           move 'n' to cg-found-flag.
           perform 325-scan-one-charge
               varying cg-idx from 1 by 1
               until cg-idx > charge-count or cg-found.
           if not cg-found
               if charge-count >= 40
                   display 'STATEMENT CHARGE LINES FULL FOR '
                       lm-building-id ' ' lm-unit-no
                       ', CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to charge-count
               move charge-count to cg-match-idx
               move search-charge-date
                   to cg-charge-date (cg-match-idx)
               move search-item-type to cg-item-type (cg-match-idx)
               move 0 to cg-amount (cg-match-idx)
           end-if.
           add search-amount to cg-amount (cg-match-idx).
           add search-amount to month-charges.

       325-scan-one-charge.
           if cg-charge-date (cg-idx) = search-charge-date
               and cg-item-type (cg-idx) = search-item-type
               move 'y' to cg-found-flag
               move cg-idx to cg-match-idx
           end-if.

       330-take-one-history.
           if ht-building-id (ht-idx) = lm-building-id
               and ht-unit-no (ht-idx) = lm-unit-no
               and ht-tenant-name (ht-idx) = lm-tenant-name
               evaluate true
                   when ht-applied (ht-idx)
                       perform 340-take-one-application
                   when ht-returned (ht-idx)
                       perform 360-take-one-return
               end-evaluate
           end-if.

      *a paid portion of a charge made this month belongs in the
      *charge -- unless its check came back, in which case the
      *open item already carries it again
       340-take-one-application.
           move 'n' to receipt-returned-flag.
           perform 345-scan-one-return
               varying rt-idx from 1 by 1
               until rt-idx > history-count or receipt-returned.
           compute entry-month-num = ht-charge-date (ht-idx) / 100.
           if entry-month-num = run-month-num
               and not receipt-returned
               move ht-charge-date (ht-idx) to search-charge-date
               move ht-item-type (ht-idx) to search-item-type
               move ht-amount (ht-idx) to search-amount
               perform 320-add-charge
           end-if.
           compute entry-month-num = ht-entry-date (ht-idx) / 100.
           if entry-month-num = run-month-num
               perform 350-add-receipt
           end-if.

       345-scan-one-return.
           if ht-returned (rt-idx)
               and ht-building-id (rt-idx) = ht-building-id (ht-idx)
               and ht-unit-no (rt-idx) = ht-unit-no (ht-idx)
               and ht-receipt-no (rt-idx) = ht-receipt-no (ht-idx)
               move 'y' to receipt-returned-flag
           end-if.

       350-add-receipt.
           move 'n' to rp-found-flag.
           perform 355-scan-one-receipt
               varying rp-idx from 1 by 1
               until rp-idx > receipt-count or rp-found.
           if not rp-found
               if receipt-count >= 40
                   display 'STATEMENT RECEIPT LINES FULL FOR '
                       lm-building-id ' ' lm-unit-no
                       ', CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to receipt-count
               move receipt-count to rp-match-idx
               move ht-receipt-no (ht-idx)
                   to rp-receipt-no (rp-match-idx)
               move ht-entry-date (ht-idx)
                   to rp-entry-date (rp-match-idx)
               move 0 to rp-amount (rp-match-idx)
               move receipt-returned-flag
                   to rp-returned-flag (rp-match-idx)
           end-if.
           add ht-amount (ht-idx) to rp-amount (rp-match-idx).
           add ht-amount (ht-idx) to month-receipts.

       355-scan-one-receipt.
           if rp-receipt-no (rp-idx) = ht-receipt-no (ht-idx)
               and rp-entry-date (rp-idx) = ht-entry-date (ht-idx)
               move 'y' to rp-found-flag
               move rp-idx to rp-match-idx
           end-if.

       360-take-one-return.
           compute entry-month-num = ht-entry-date (ht-idx) / 100.
           if entry-month-num = run-month-num
               add ht-amount (ht-idx) to month-returned
           end-if.

      *one statement page per tenant, its delimited twin line for
      *line, and the remit stub at the foot
       400-print-statement.
           add 1 to statement-number.
           add 1 to statements-printed.
           add closing-balance to statements-total.

           write record-out from statement-title-out
               after advancing page.
           move 'P' to capture-mode.
           perform 8020-capture-line.
           move statement-number to stmt-number-out.
           move run-month-num to stmt-month-out.
           move banner-run-date-out to stmt-date-out.
           write record-out from statement-number-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           move lm-tenant-name to namespl-full-name.
           perform 9500-normalize-name.
           move spaces to stmt-name-out.
           string namespl-first-name delimited by '  '
                  ' '                delimited by size
                  namespl-last-name  delimited by '  '
                  into stmt-name-out.
           write record-out from statement-addressee-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move lm-building-id to stmt-bldg-out.
           move lm-unit-no to stmt-unit-no-out.
           write record-out from statement-unit-out
               after advancing 1 line.
           perform 8020-capture-line.
           move 'A' to extract-type.
           move 0 to dtl-date-out.
           move stmt-name-out to dtl-desc-out.
           move 0 to dtl-amount-out.
           perform 480-extract-detail-line.

           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 'OPENING BALANCE' to bal-text-out.
           move opening-balance to bal-amount-out.
           write record-out from balance-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 'O' to extract-type.
           perform 490-extract-balance-line.

           move 'CHARGES THIS MONTH' to section-text-out.
           write record-out from section-head-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 410-print-one-charge
               varying cg-idx from 1 by 1
               until cg-idx > charge-count.

           move 'RECEIPTS APPLIED' to section-text-out.
           write record-out from section-head-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 420-print-one-receipt
               varying rp-idx from 1 by 1
               until rp-idx > receipt-count.
           perform 430-print-one-return
               varying ht-idx from 1 by 1
               until ht-idx > history-count.

           move 'CLOSING BALANCE' to bal-text-out.
           move closing-balance to bal-amount-out.
           write record-out from balance-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 'B' to extract-type.
           perform 490-extract-balance-line.

           write record-out from aging-head-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move age-current to age-current-out.
           move age-30 to age-30-out.
           move age-60 to age-60-out.
           move age-90 to age-90-out.
           write record-out from aging-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 495-extract-aging-line.

           write record-out from remit-rule-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from remit-line-1-out
               after advancing 1 line.
           perform 8020-capture-line.
           move lm-building-id to remit-bldg-out.
           move lm-unit-no to remit-unit-out.
           move statement-number to remit-stmt-out.
           write record-out from remit-line-2-out
               after advancing 1 line.
           perform 8020-capture-line.
           move lm-tenant-name to remit-tenant-out.
           move closing-balance to remit-amount-out.
           write record-out from remit-line-3-out
               after advancing 1 line.
           perform 8020-capture-line.

       410-print-one-charge.
           move cg-charge-date (cg-idx) to dtl-date-out.
           evaluate cg-item-type (cg-idx)
               when 'R'
                   move 'RENT' to dtl-desc-out
               when 'U'
                   move 'UTILITY CHARGE' to dtl-desc-out
               when 'D'
                   move 'DAMAGE CHARGE' to dtl-desc-out
               when 'L'
                   move 'LATE FEE' to dtl-desc-out
               when 'N'
                   move 'RETURNED CHECK FEE' to dtl-desc-out
               when other
                   move 'CHARGE' to dtl-desc-out
           end-evaluate.
           move cg-amount (cg-idx) to dtl-amount-out.
           write record-out from detail-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           move 'C' to extract-type.
           perform 480-extract-detail-line.

       420-print-one-receipt.
           move rp-entry-date (rp-idx) to dtl-date-out.
           move spaces to dtl-desc-out.
           if rp-returned (rp-idx)
               string 'RECEIPT ' delimited by size
                      rp-receipt-no (rp-idx) delimited by size
                      ' (RETURNED)' delimited by size
                      into dtl-desc-out
           else
               string 'RECEIPT ' delimited by size
                      rp-receipt-no (rp-idx) delimited by size
                      into dtl-desc-out
           end-if.
           move rp-amount (rp-idx) to dtl-amount-out.
           write record-out from detail-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           move 'R' to extract-type.
           perform 480-extract-detail-line.

       430-print-one-return.
           if ht-returned (ht-idx)
               and ht-building-id (ht-idx) = lm-building-id
               and ht-unit-no (ht-idx) = lm-unit-no
               and ht-tenant-name (ht-idx) = lm-tenant-name
               compute entry-month-num =
                   ht-entry-date (ht-idx) / 100
               if entry-month-num = run-month-num
                   move ht-entry-date (ht-idx) to dtl-date-out
                   move spaces to dtl-desc-out
                   string 'CHECK RETURNED ' delimited by size
                          ht-receipt-no (ht-idx) delimited by size
                          into dtl-desc-out
                   move ht-amount (ht-idx) to dtl-amount-out
                   write record-out from detail-line-out
                       after advancing 1 line
                   perform 8020-capture-line
                   move 'N' to extract-type
                   perform 480-extract-detail-line
               end-if
           end-if.

      *extract rows: type, statement, building, unit, date,
      *description, amount -- the same edited fields the print
      *lines carry
       480-extract-detail-line.
           perform 9700-start-extract-line.
           move extract-type to extract-field.
           perform 9710-add-extract-field.
           move stmt-number-out to extract-field.
           perform 9710-add-extract-field.
           move lm-building-id to extract-field.
           perform 9710-add-extract-field.
           move lm-unit-no to extract-field.
           perform 9710-add-extract-field.
           move dtl-date-out to extract-field.
           perform 9710-add-extract-field.
           move dtl-desc-out to extract-field.
           perform 9710-add-extract-field.
           move dtl-amount-out to extract-field.
           perform 9710-add-extract-field.
           write extract-record from extract-line.

       490-extract-balance-line.
           perform 9700-start-extract-line.
           move extract-type to extract-field.
           perform 9710-add-extract-field.
           move stmt-number-out to extract-field.
           perform 9710-add-extract-field.
           move lm-building-id to extract-field.
           perform 9710-add-extract-field.
           move lm-unit-no to extract-field.
           perform 9710-add-extract-field.
           move spaces to extract-field.
           perform 9710-add-extract-field.
           move bal-text-out to extract-field.
           perform 9710-add-extract-field.
           move bal-amount-out to extract-field.
           perform 9710-add-extract-field.
           write extract-record from extract-line.

       495-extract-aging-line.
           perform 9700-start-extract-line.
           move 'G' to extract-field.
           perform 9710-add-extract-field.
           move stmt-number-out to extract-field.
           perform 9710-add-extract-field.
           move lm-building-id to extract-field.
           perform 9710-add-extract-field.
           move lm-unit-no to extract-field.
           perform 9710-add-extract-field.
           move age-current-out to extract-field.
           perform 9710-add-extract-field.
           move age-30-out to extract-field.
           perform 9710-add-extract-field.
           move age-60-out to extract-field.
           perform 9710-add-extract-field.
           move age-90-out to extract-field.
           perform 9710-add-extract-field.
           write extract-record from extract-line.

       890-write-extract-header.
           perform 9700-start-extract-line.
           move 'TYPE' to extract-field.
           perform 9710-add-extract-field.
           move 'STATEMENT' to extract-field.
           perform 9710-add-extract-field.
           move 'BUILDING' to extract-field.
           perform 9710-add-extract-field.
           move 'UNIT' to extract-field.
           perform 9710-add-extract-field.
           move 'DATE' to extract-field.
           perform 9710-add-extract-field.
           move 'DESCRIPTION' to extract-field.
           perform 9710-add-extract-field.
           move 'AMOUNT' to extract-field.
           perform 9710-add-extract-field.
           write extract-record from extract-line.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy NAMESPLP.

       copy DELIMPR.

       end program aptstmt.
