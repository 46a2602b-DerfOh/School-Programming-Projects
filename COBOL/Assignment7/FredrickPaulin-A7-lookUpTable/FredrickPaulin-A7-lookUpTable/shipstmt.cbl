      *Freight statements of account and dunning letters
      *
      *shiprecv.cbl ages SHIPAROPN per company for the office, but
      *the shipping company itself heard nothing until someone
      *phoned from the aging page.  This monthly job does for the
      *shipping side what crstatement.cbl and crnotices.cbl do for
      *the rental customers.  For every SHIPCOMP company with a
      *balance open on SHIPAROPN it prints:
      *
      *  - a statement of account addressed to the company's contact
      *    at the SHIPCOMP mailing address (the shared name
      *    normalization and ADDRSTD standardization, on the shared
      *    letter label), listing each open invoice with its date,
      *    the original amount off the SHIPIREG register, what has
      *    been paid or credited against it, the short-pay balance
      *    still open, and its age bucket, with the balance aged
      *    current/30/60/90+ the way shiprecv.cbl ages it;
      *  - a dunning letter when the oldest open invoice is 30 or
      *    more days old, escalating from a reminder at 30 days to a
      *    second notice at 60 and a final demand at 90.
      *
      *A company whose 90+ balance is over the hold threshold, and
      *which is still in good standing, is put on hold on SHIPCOMP
      *('H'), journaled to the shared master-file journal, so the
      *value report's credit check refuses its new shipments until
      *it pays and the office puts it back in standing.  An open
      *invoice for a name SHIPCOMP doesn't carry gets no statement
      *and goes to the exception log.
      *
      *The hold threshold is read from PARMMAST (SHIPSTMT /
      *HOLD-THRESHOLD) at start-up through the shared PARM
      *copybooks; the value in force prints under the banner.
       identification division.
       program-id. shipstmt.
       environment division.
       input-output section.

       file-control.
           select company-master-file assign to "SHIPCOMP"
                 organization is line sequential
                 file status is scm-file-status.

      *> optional: nothing open is a legitimate state
           select optional open-invoice-file assign to "SHIPAROPN"
                 organization is line sequential
                 file status is oi-file-status.

           select optional invoice-register assign to "SHIPIREG"
                 organization is line sequential
                 file status is rg-file-status.

           select file-out assign to printer, "con".

           copy JRNLSEL.

           copy EXCPSEL.

           copy PARMSEL.

           copy RPTSEL.

       data division.
       file section.
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

       fd open-invoice-file label records are omitted.
       01 open-invoice-record.
           05 ar-invoice-no         pic 9(7).
           05 ar-company            pic x(20).
           05 ar-invoice-date       pic 9(8).
           05 ar-amount-open        pic 9(11)v99.

       fd invoice-register label records are omitted.
       01 invoice-register-record.
            05 rg-invoice-no pic 9(7).
            05 filler pic x value space.
            05 rg-run-date pic 9(8).
            05 filler pic x value space.
            05 rg-company pic x(20).
            05 filler pic x value space.
            05 rg-amount pic 9(11)v99.

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy JRNLFD.

       copy EXCPFD.

       copy PARMFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 scm-file-status pic xx.
       01 oi-file-status pic xx.
       01 rg-file-status pic xx.

      *the company master for the run, rewritten when a hold is set
       01 company-master-table.
           05 company-master-entry occurs 100 times.
              10 scm-company-id pic x(6).
              10 scm-company-name pic x(20).
              10 scm-credit-limit pic 9(9)v99.
              10 scm-standing pic x.
                  88 scm-in-good-standing value 'A'.
              10 scm-contact pic x(20).
              10 scm-addr-line pic x(25).
              10 scm-city pic x(15).
              10 scm-state pic x(2).
              10 scm-zip pic x(5).
       01 company-master-count pic 999 value 0.
       01 scm-idx pic 999 value 0.
       01 holds-set-flag pic x value 'n'.
           88 holds-set value 'y'.

      *open invoices with the register's original amount alongside
       01 open-invoice-table.
           05 open-invoice-entry occurs 500 times.
               10 oi-invoice-no     pic 9(7).
               10 oi-company        pic x(20).
               10 oi-invoice-date   pic 9(8).
               10 oi-amount-open    pic 9(11)v99.
               10 oi-original       pic 9(11)v99.
               10 oi-claimed-flag   pic x.
                   88 oi-claimed        value 'y'.
       01 open-invoice-count pic 999 value 0.
       01 inv-idx pic 999 value 0.

      *the balance threshold past 90 days that puts a company on
      *hold (a shop parameter, compiled-in value first), and the
      *age that starts each dunning level
       01 hold-threshold pic 9(9)v99 value 10000.00.
       01 dun-first-days pic 9(3) value 30.
       01 dun-second-days pic 9(3) value 60.
       01 dun-final-days pic 9(3) value 90.

      *30/360 age of an open invoice from its register date
       01 item-age-days pic s9(5) value 0.
       01 oldest-age-days pic s9(5) value 0.
       01 oldest-invoice-no pic 9(7) value 0.
       01 invoice-date-split.
           05 invd-yyyy pic 9(4).
           05 invd-mm   pic 9(2).
           05 invd-dd   pic 9(2).

      *the statement being built for one company
       01 age-current pic 9(11)v99 value 0.
       01 age-30 pic 9(11)v99 value 0.
       01 age-60 pic 9(11)v99 value 0.
       01 age-90 pic 9(11)v99 value 0.
       01 company-balance pic 9(11)v99 value 0.
       01 past-due-balance pic 9(11)v99 value 0.
       01 company-item-count pic 999 value 0.
       01 paid-to-date pic 9(11)v99 value 0.

       01 statements-printed pic 9(5) value 0.
       01 statements-total pic 9(11)v99 value 0.
       01 letters-first pic 9(5) value 0.
       01 letters-second pic 9(5) value 0.
       01 letters-final pic 9(5) value 0.
       01 holds-count pic 9(5) value 0.
       01 unmatched-count pic 9(5) value 0.

       copy BANNERWS.
       copy JRNLWS.
       copy EXCPWS.
       copy PARMWS.
       copy NAMESPLW.
       copy ADDRSTDW.
       copy NOTICEW.

       01 statement-title-out.
           05 filler pic x(24) value spaces.
           05 filler pic x(32) value
               'Freight Statement Of Account'.

       01 statement-heading-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value 'Company: '.
           05 stmt-company-id-out pic x(6).
           05 filler pic x(4) value spaces.
           05 filler pic x(16) value 'Statement Date: '.
           05 stmt-date-out pic x(10).

       01 statement-columns-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value 'Invoice'.
           05 filler pic x(10) value 'Date'.
           05 filler pic x(15) value '       Original'.
           05 filler pic x(15) value '      Paid/Cred'.
           05 filler pic x(15) value '        Balance'.
           05 filler pic x(2) value spaces.
           05 filler pic x(8) value 'Age'.

       01 statement-line-out.
           05 filler            pic x(1) value spaces.
           05 stl-invoice-out   pic 9(7).
           05 filler            pic x(2) value spaces.
           05 stl-date-out      pic 9(8).
           05 filler            pic x(4) value spaces.
           05 stl-original-out  pic zz,zzz,zz9.99.
           05 filler            pic x(2) value spaces.
           05 stl-paid-out      pic zz,zzz,zz9.99.
           05 filler            pic x(2) value spaces.
           05 stl-balance-out   pic zz,zzz,zz9.99.
           05 filler            pic x(2) value spaces.
           05 stl-age-out       pic x(8).

       01 aging-head-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(15) value '        Current'.
           05 filler pic x(15) value '        30 Days'.
           05 filler pic x(15) value '        60 Days'.
           05 filler pic x(15) value '       90+ Days'.
           05 filler pic x(15) value '      Total Due'.

       01 aging-line-out.
           05 filler pic x(3) value spaces.
           05 agl-current-out pic zz,zzz,zz9.99.
           05 filler pic x(2) value spaces.
           05 agl-30-out pic zz,zzz,zz9.99.
           05 filler pic x(2) value spaces.
           05 agl-60-out pic zz,zzz,zz9.99.
           05 filler pic x(2) value spaces.
           05 agl-90-out pic zz,zzz,zz9.99.
           05 filler pic x(2) value spaces.
           05 agl-total-out pic zz,zzz,zz9.99.

       01 hold-notice-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(45) value
               'ACCOUNT PLACED ON CREDIT HOLD - NEW SHIPMENTS'.
           05 filler pic x(30) value
               ' ARE REFUSED UNTIL PAID'.

      *the three dunning levels, each a heading and three lines
       01 dun-heading-out.
           05 filler pic x(1) value spaces.
           05 dun-heading-text-out pic x(40).

       01 dun-first-1-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(48) value
               'OUR RECORDS SHOW FREIGHT CHARGES ON YOUR'.
       01 dun-first-2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(48) value
               'ACCOUNT PAST DUE. PLEASE REMIT AT YOUR EARLIEST'.
       01 dun-first-3-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(48) value
               'CONVENIENCE.'.

       01 dun-second-1-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(48) value
               'YOUR ACCOUNT REMAINS PAST DUE AFTER OUR EARLIER'.
       01 dun-second-2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(48) value
               'REMINDER. PLEASE REMIT THE AMOUNT BELOW WITHIN'.
       01 dun-second-3-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(48) value
               'TEN DAYS.'.

       01 dun-final-1-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(48) value
               'FREIGHT CHARGES ON YOUR ACCOUNT ARE NOW MORE'.
       01 dun-final-2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(48) value
               'THAN 90 DAYS PAST DUE. UNLESS PAID, NEW CARGO'.
       01 dun-final-3-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(48) value
               'WILL NOT BE ACCEPTED FOR SHIPMENT.'.

       01 dun-detail-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(15) value 'Past-Due Total:'.
           05 dun-amount-out pic $zz,zzz,zz9.99.
           05 filler pic x(3) value spaces.
           05 filler pic x(16) value 'Oldest Invoice: '.
           05 dun-invoice-out pic 9(7).
           05 filler pic x(2) value spaces.
           05 dun-days-out pic zzzz9.
           05 filler pic x(5) value ' DAYS'.

       01 unmatched-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(36) value
               '*** OPEN INVOICE, NO SHIPCOMP ***  '.
           05 unm-invoice-out pic 9(7).
           05 filler pic x(2) value spaces.
           05 unm-company-out pic x(20).

       01 summary-line-1-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(12) value 'Statements: '.
           05 printed-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(16) value 'Total Balances: '.
           05 total-balances-out pic $zzz,zzz,zzz,zz9.99.

       01 summary-line-2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(11) value 'Reminders: '.
           05 first-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value 'Second: '.
           05 second-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(7) value 'Final: '.
           05 final-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(7) value 'Holds: '.
           05 holds-count-out pic zzzz9.

       procedure division.
       100-main.
           open output file-out.
           perform 8900-open-exception-log.
           move 'SHIPSTMT    ' to excp-this-job.
           perform 9800-open-master-journal.
           move 'SHIPCOMP' to mj-this-file.
           perform 050-load-parameters.

           move 'FREIGHT STATEMENTS  ' to banner-job-name.
           move 'FS0001' to banner-batch-id.
           perform 8000-print-banner-page.
           perform 8650-print-parameters.

           perform 110-load-company-master.
           perform 120-load-open-invoices.
           perform 130-load-original-amounts.

           perform 200-judge-one-company
               varying scm-idx from 1 by 1
               until scm-idx > company-master-count.
           perform 600-report-unmatched-invoices
               varying inv-idx from 1 by 1
               until inv-idx > open-invoice-count.

           if holds-set
               perform 700-rewrite-company-master
           end-if.

           move statements-printed to printed-count-out.
           move statements-total to total-balances-out.
           write record-out from summary-line-1-out
               after advancing page.
           move 'P' to capture-mode.
           perform 8020-capture-line.
           move letters-first to first-count-out.
           move letters-second to second-count-out.
           move letters-final to final-count-out.
           move holds-count to holds-count-out.
           write record-out from summary-line-2-out
               after advancing 1 line.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           close master-journal.
           close exception-log.
           stop run.

       050-load-parameters.
           perform 8600-open-parameters.
           move 'SHIPSTMT  ' to parm-lookup-program.
           move 'HOLD-THRESHOLD' to parm-lookup-name.
           move hold-threshold to parm-value.
           perform 8610-get-parameter.
           move parm-value to hold-threshold.
           perform 8690-close-parameters.

       110-load-company-master.
           open input company-master-file.
           if scm-file-status not = '00'
               display 'COMPANY-MASTER FAILED TO OPEN, STATUS '
                   scm-file-status
               stop run
           end-if.
           read company-master-file at end move 'n' to more-records.
           perform 115-load-one-company until more-records = 'n'.
           close company-master-file.
           move 'y' to more-records.

       115-load-one-company.
           if company-master-count >= 100
               display 'COMPANY MASTER TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to company-master-count.
           move company-master-record
               to company-master-entry (company-master-count).
           read company-master-file at end move 'n' to more-records.

       120-load-open-invoices.
           open input open-invoice-file.
           if oi-file-status = '00'
               read open-invoice-file
                   at end move 'n' to more-records
               end-read
               perform 125-load-one-invoice
                   until more-records = 'n'
           end-if.
           close open-invoice-file.
           move 'y' to more-records.

       125-load-one-invoice.
           if open-invoice-count >= 500
               display 'OPEN INVOICE TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to open-invoice-count.
           move ar-invoice-no to oi-invoice-no (open-invoice-count).
           move ar-company to oi-company (open-invoice-count).
           move ar-invoice-date
               to oi-invoice-date (open-invoice-count).
           move ar-amount-open
               to oi-amount-open (open-invoice-count).
      *        an invoice the register no longer shows was billed
      *        for what is open on it
           move ar-amount-open to oi-original (open-invoice-count).
           move 'n' to oi-claimed-flag (open-invoice-count).
           read open-invoice-file at end move 'n' to more-records.

      *    the register is cumulative, so each open invoice finds
      *    its original billed amount by number
       130-load-original-amounts.
           open input invoice-register.
           if rg-file-status = '00'
               read invoice-register
                   at end move 'n' to more-records
               end-read
               perform 135-match-one-register-entry
                   until more-records = 'n'
           end-if.
           close invoice-register.
           move 'y' to more-records.

       135-match-one-register-entry.
           perform 138-check-one-open-invoice
               varying inv-idx from 1 by 1
               until inv-idx > open-invoice-count.
           read invoice-register at end move 'n' to more-records.

       138-check-one-open-invoice.
           if oi-invoice-no (inv-idx) = rg-invoice-no
               move rg-amount to oi-original (inv-idx)
           end-if.

       200-judge-one-company.
           move 0 to age-current.
           move 0 to age-30.
           move 0 to age-60.
           move 0 to age-90.
           move 0 to company-balance.
           move 0 to past-due-balance.
           move 0 to company-item-count.
           move 0 to oldest-age-days.
           move 0 to oldest-invoice-no.
           perform 210-age-one-invoice
               varying inv-idx from 1 by 1
               until inv-idx > open-invoice-count.
           if company-balance > 0
               perform 300-print-statement
               if oldest-age-days not < dun-first-days
                   perform 400-print-dunning-letter
               end-if
           end-if.

       210-age-one-invoice.
           if oi-company (inv-idx) = scm-company-name (scm-idx)
               and oi-amount-open (inv-idx) > 0
               move 'y' to oi-claimed-flag (inv-idx)
               add 1 to company-item-count
               move oi-invoice-date (inv-idx) to invoice-date-split
               compute item-age-days =
                   ((banner-run-yyyy - invd-yyyy) * 360)
                   + ((banner-run-mm - invd-mm) * 30)
                   + (banner-run-dd - invd-dd)
               add oi-amount-open (inv-idx) to company-balance
               if item-age-days > oldest-age-days
                   or oldest-invoice-no = 0
                   move item-age-days to oldest-age-days
                   move oi-invoice-no (inv-idx) to oldest-invoice-no
               end-if
               evaluate true
                   when item-age-days < 30
                       add oi-amount-open (inv-idx) to age-current
                   when item-age-days < 60
                       add oi-amount-open (inv-idx) to age-30
                   when item-age-days < 90
                       add oi-amount-open (inv-idx) to age-60
                   when other
                       add oi-amount-open (inv-idx) to age-90
               end-evaluate
           end-if.

      *    the label goes to the contact by name, over the company
      *    name and its standardized address
       250-build-company-label.
           if scm-contact (scm-idx) = spaces
               move scm-company-name (scm-idx) to label-name-line
           else
               move scm-contact (scm-idx) to namespl-full-name
               perform 9500-normalize-name
               move spaces to label-name-line
               string namespl-first-name delimited by '  '
                      ' '                delimited by size
                      namespl-last-name  delimited by '  '
                      into label-name-line
           end-if.
           move scm-addr-line (scm-idx) to addrstd-addr-line.
           move scm-city (scm-idx) to addrstd-city.
           move scm-state (scm-idx) to addrstd-state.
           move scm-zip (scm-idx) to addrstd-zip.
           perform 9550-standardize-address.
           move addrstd-addr-line to label-addr-line.
           move spaces to label-city-line.
           string addrstd-city delimited by '  '
                  ', '         delimited by size
                  addrstd-state delimited by size
                  ' '          delimited by size
                  addrstd-zip  delimited by size
                  into label-city-line.

       260-print-company-label.
           write record-out from label-rule-out
               after advancing page.
           move 'P' to capture-mode.
           perform 8020-capture-line.
           move label-name-line to label-text-out.
           write record-out from label-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           if scm-contact (scm-idx) not = spaces
               move scm-company-name (scm-idx) to label-text-out
               write record-out from label-line-out
                   after advancing 1 line
               perform 8020-capture-line
           end-if.
           move label-addr-line to label-text-out.
           write record-out from label-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           move label-city-line to label-text-out.
           write record-out from label-line-out
               after advancing 1 line.
           perform 8020-capture-line.

       300-print-statement.
           perform 250-build-company-label.
           perform 260-print-company-label.
           add 1 to statements-printed.
           add company-balance to statements-total.
           write record-out from statement-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move scm-company-id (scm-idx) to stmt-company-id-out.
           move banner-run-date-out to stmt-date-out.
           write record-out from statement-heading-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           write record-out from statement-columns-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 310-print-one-statement-line
               varying inv-idx from 1 by 1
               until inv-idx > open-invoice-count.
           write record-out from aging-head-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move age-current to agl-current-out.
           move age-30 to agl-30-out.
           move age-60 to agl-60-out.
           move age-90 to agl-90-out.
           move company-balance to agl-total-out.
           write record-out from aging-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           if age-90 > hold-threshold
               perform 350-place-on-hold
           end-if.

       310-print-one-statement-line.
           if oi-company (inv-idx) = scm-company-name (scm-idx)
               and oi-amount-open (inv-idx) > 0
               move oi-invoice-date (inv-idx) to invoice-date-split
               compute item-age-days =
                   ((banner-run-yyyy - invd-yyyy) * 360)
                   + ((banner-run-mm - invd-mm) * 30)
                   + (banner-run-dd - invd-dd)
               if oi-original (inv-idx) > oi-amount-open (inv-idx)
                   compute paid-to-date =
                       oi-original (inv-idx) - oi-amount-open (inv-idx)
               else
                   move 0 to paid-to-date
               end-if
               move oi-invoice-no (inv-idx) to stl-invoice-out
               move oi-invoice-date (inv-idx) to stl-date-out
               move oi-original (inv-idx) to stl-original-out
               move paid-to-date to stl-paid-out
               move oi-amount-open (inv-idx) to stl-balance-out
               evaluate true
                   when item-age-days < 30
                       move 'CURRENT' to stl-age-out
                   when item-age-days < 60
                       move '30 DAYS' to stl-age-out
                   when item-age-days < 90
                       move '60 DAYS' to stl-age-out
                   when other
                       move '90+ DAYS' to stl-age-out
               end-evaluate
               write record-out from statement-line-out
                   after advancing 1 line
               perform 8020-capture-line
           end-if.

      *    only a company still in good standing is moved to hold;
      *    one the office already stopped keeps its own code
       350-place-on-hold.
           if scm-in-good-standing (scm-idx)
               move company-master-entry (scm-idx)
                   to mj-before-image
               move 'H' to scm-standing (scm-idx)
               move 'C' to mj-action-code
               move company-master-entry (scm-idx)
                   to mj-after-image
               perform 9850-journal-update
               move 'y' to holds-set-flag
               add 1 to holds-count
               write record-out from hold-notice-out
                   after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
               move 'DNHD' to excp-reason-code
               move 'company put on hold for 90+ balance'
                   to excp-reason-text
               move company-master-entry (scm-idx)
                   to excp-record-image
               perform 9000-log-exception
           end-if.

      *    the oldest open invoice sets the level; past-due is
      *    everything 30 days and over
       400-print-dunning-letter.
           compute past-due-balance = age-30 + age-60 + age-90.
           perform 260-print-company-label.
           evaluate true
               when oldest-age-days not < dun-final-days
                   add 1 to letters-final
                   move 'FINAL DEMAND FOR PAYMENT'
                       to dun-heading-text-out
                   write record-out from dun-heading-out
                       after advancing 2 lines
                   move 2 to capture-advance
                   perform 8020-capture-line
                   write record-out from dun-final-1-out
                       after advancing 2 lines
                   move 2 to capture-advance
                   perform 8020-capture-line
                   write record-out from dun-final-2-out
                       after advancing 1 line
                   perform 8020-capture-line
                   write record-out from dun-final-3-out
                       after advancing 1 line
                   perform 8020-capture-line
               when oldest-age-days not < dun-second-days
                   add 1 to letters-second
                   move 'SECOND NOTICE - ACCOUNT PAST DUE'
                       to dun-heading-text-out
                   write record-out from dun-heading-out
                       after advancing 2 lines
                   move 2 to capture-advance
                   perform 8020-capture-line
                   write record-out from dun-second-1-out
                       after advancing 2 lines
                   move 2 to capture-advance
                   perform 8020-capture-line
                   write record-out from dun-second-2-out
                       after advancing 1 line
                   perform 8020-capture-line
                   write record-out from dun-second-3-out
                       after advancing 1 line
                   perform 8020-capture-line
               when other
                   add 1 to letters-first
                   move 'PAYMENT REMINDER'
                       to dun-heading-text-out
                   write record-out from dun-heading-out
                       after advancing 2 lines
                   move 2 to capture-advance
                   perform 8020-capture-line
                   write record-out from dun-first-1-out
                       after advancing 2 lines
                   move 2 to capture-advance
                   perform 8020-capture-line
                   write record-out from dun-first-2-out
                       after advancing 1 line
                   perform 8020-capture-line
                   write record-out from dun-first-3-out
                       after advancing 1 line
                   perform 8020-capture-line
           end-evaluate.
           move past-due-balance to dun-amount-out.
           move oldest-invoice-no to dun-invoice-out.
           move oldest-age-days to dun-days-out.
           write record-out from dun-detail-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

      *    an open invoice no company claimed has nobody to bill
       600-report-unmatched-invoices.
           if not oi-claimed (inv-idx)
               and oi-amount-open (inv-idx) > 0
               add 1 to unmatched-count
               move oi-invoice-no (inv-idx) to unm-invoice-out
               move oi-company (inv-idx) to unm-company-out
               write record-out from unmatched-line-out
                   after advancing 1 line
               perform 8020-capture-line
               move 'DNNC' to excp-reason-code
               move 'open invoice company not on SHIPCOMP'
                   to excp-reason-text
               move open-invoice-entry (inv-idx) to excp-record-image
               perform 9000-log-exception
           end-if.

       700-rewrite-company-master.
           open output company-master-file.
           perform 710-write-one-company
               varying scm-idx from 1 by 1
               until scm-idx > company-master-count.
           close company-master-file.

       710-write-one-company.
           move company-master-entry (scm-idx)
               to company-master-record.
           write company-master-record.

       copy BANNERPR.

       copy JRNLPR.

       copy EXCPPR.

       copy PARMPR.

       copy NAMESPLP.

       copy ADDRSTDP.

       end program shipstmt.
