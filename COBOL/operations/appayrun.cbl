      *Accounts payable weekly payment run
      *
      *apinvoice.cbl carries every entered vendor invoice on APOPEN
      *with its due date and any early-pay discount.  Once a week
      *this job decides what gets paid:
      *
      *  - an invoice still inside its discount window is paid now,
      *    less the discount, whatever its due date;
      *  - an invoice due on or before the next week's run (the run
      *    date plus pay-horizon-days) is paid in full;
      *  - anything else rides forward on APOPEN.
      *
      *A selected invoice is held instead of paid when its vendor is
      *no longer on VENDMAST, is inactive, or is insured only to a
      *date already past -- the same standing aptworkord.cbl checks
      *a work order against.  Held invoices print with the reason
      *and go to the shared exception log every week they are held.
      *
      *Each paid vendor gets one check for all of the week's
      *invoices, numbered from the carried APCHKNO last-check number.
      *The checks are carried on the APCHKREG check register in the
      *IRSDREG layout (check number as payee key, name, amount,
      *issue date, status) plus the vendor id and discount taken,
      *and written to the APPOSPAY positive-pay issue file for the
      *bank.  bankrecon.cbl matches the cleared checks off the
      *bank statement by check number and stages their cashed
      *status on APCHKCTR; this job consumes those statuses first.
      *Cashed checks stay on the register through the following
      *calendar year so a year's vendor payments can be totalled,
      *then drop off.
      *
      *The payments post as a balanced entry appended to JRNLFILE for
      *glledger.cbl under the open APERIODS period -- 2100 accounts
      *payable debited for the invoices paid, cash credited for the
      *checks written, and the discounts taken credited to 4960
      *purchase discounts.  The open-payables aging of what is left
      *prints at the end of every run.
       identification division.
       program-id. appayrun.
       environment division.
       input-output section.

       file-control.
           select vendor-master assign to "VENDMAST"
                 organization is line sequential
                 file status is vn-file-status.

      *> the carried open payables, rewritten without tonight's
      *> paid invoices
           select optional open-payables assign to "APOPEN"
                 organization is line sequential
                 file status is op-file-status.

      *> the carried AP check register
           select optional check-register assign to "APCHKREG"
                 organization is line sequential
                 file status is cr-file-status.

      *> optional: cashed statuses staged by the bank reconciliation
           select optional check-tran-file assign to "APCHKCTR"
                 organization is line sequential
                 file status is ck-file-status.

      *> the last check number issued, carried across runs
           select optional check-number-file assign to "APCHKNO"
                 organization is line sequential
                 file status is cn-file-status.

      *> this run's checks, issued to the bank for positive pay
           select positive-pay-file assign to "APPOSPAY"
                 organization is line sequential
                 file status is pp-file-status.

      *> payment entries appended to the night's journal file
           select journal-file assign to "JRNLFILE"
                 organization is line sequential
                 file status is jr-file-status.

           select file-out assign to printer, "con".

           copy EXCPSEL.

           copy PERDSEL.

           copy RPTSEL.

       data division.
       file section.
       fd vendor-master label records are standard.
       01 vendor-master-record.
           05 vn-vendor-id      pic x(5).
           05 vn-vendor-name    pic x(15).
           05 vn-cat-1          pic x(10).
           05 vn-cat-2          pic x(10).
           05 vn-cat-3          pic x(10).
           05 vn-insurance-expiry pic 9(8).
           05 vn-active-flag    pic x.
               88 vn-active         value 'A'.
           05 vn-tin            pic x(9).
           05 vn-1099-flag      pic x.
               88 vn-1099-eligible  value 'Y'.
           05 vn-remit-addr     pic x(25).
           05 vn-remit-city     pic x(15).
           05 vn-remit-state    pic x(2).
           05 vn-remit-zip      pic x(5).

       fd open-payables label records are omitted.
       01 open-payable-record.
           05 op-vendor-id          pic x(5).
           05 op-invoice-no         pic x(10).
           05 op-invoice-date       pic 9(8).
           05 op-due-date           pic 9(8).
           05 op-disc-date          pic 9(8).
           05 op-disc-pct           pic 9v99.
           05 op-amount             pic 9(7)v99.
           05 op-expense-acct       pic x(4).
           05 op-source             pic x.
           05 op-reference          pic x(10).

      *the IRSDREG register layout, then the vendor and discount
       fd check-register label records are omitted.
       01 check-register-record.
           05 cr-check-no           pic x(9).
           05 cr-payee-name         pic x(20).
           05 cr-amount             pic 9(8)v99.
           05 cr-issue-date         pic 9(8).
           05 cr-status             pic x.
           05 cr-vendor-id          pic x(5).
           05 cr-discount           pic 9(7)v99.

       fd check-tran-file label records are omitted.
       01 check-tran-record.
           05 ck-status             pic x.
               88 ck-cashed             value 'C'.
           05 ck-check-no           pic x(9).

       fd check-number-file label records are omitted.
       01 check-number-record.
           05 cn-last-check-no      pic 9(9).

       fd positive-pay-file label records are omitted.
       01 positive-pay-record.
           05 pp-issue-code         pic x.
           05 pp-check-no           pic 9(9).
           05 pp-amount             pic 9(8)v99.
           05 pp-issue-date         pic 9(8).
           05 pp-payee-name         pic x(20).

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

       working-storage section.
       01 more-records pic x value 'y'.
       01 more-vendor-recs pic x value 'y'.
       01 vn-file-status pic xx.
       01 op-file-status pic xx.
       01 cr-file-status pic xx.
       01 ck-file-status pic xx.
       01 cn-file-status pic xx.
       01 pp-file-status pic xx.
       01 jr-file-status pic xx.

      *the run pays what falls due before next week's run
       01 pay-horizon-days pic 9(3) value 7.
      *numbering starts here on a shop with no APCHKNO yet
       01 first-check-no pic 9(9) value 100001.

       01 vendor-master-table.
           05 vendor-master-entry occurs 200 times.
               10 vm-vendor-id          pic x(5).
               10 vm-vendor-name        pic x(15).
               10 vm-insurance-expiry   pic 9(8).
               10 vm-active-flag        pic x.
       01 vendor-master-count pic 999 value 0.
       01 vm-idx pic 999 value 0.
       01 vm-match-idx pic 999 value 0.
       01 vm-found-flag pic x value 'n'.
           88 vm-found value 'y'.

      *the open payables, flagged as they are paid
       01 open-table.
           05 open-entry occurs 1000 times.
               10 ot-vendor-id          pic x(5).
               10 ot-invoice-no         pic x(10).
               10 ot-invoice-date       pic 9(8).
               10 ot-due-date           pic 9(8).
               10 ot-disc-date          pic 9(8).
               10 ot-disc-pct           pic 9v99.
               10 ot-amount             pic 9(7)v99.
               10 ot-expense-acct       pic x(4).
               10 ot-source             pic x.
               10 ot-reference          pic x(10).
               10 ot-paid-flag          pic x value 'n'.
                   88 ot-paid               value 'y'.
               10 ot-held-flag          pic x value 'n'.
                   88 ot-held               value 'y'.
       01 open-count pic 9(4) value 0.
       01 ot-idx pic 9(4) value 0.

      *the check register, carried across runs
       01 register-table.
           05 register-entry occurs 2000 times.
               10 rg-check-no           pic x(9).
               10 rg-payee-name         pic x(20).
               10 rg-amount             pic 9(8)v99.
               10 rg-issue-date         pic 9(8).
               10 rg-status             pic x.
                   88 rg-outstanding        value 'O'.
                   88 rg-cashed             value 'C'.
               10 rg-vendor-id          pic x(5).
               10 rg-discount           pic 9(7)v99.
       01 register-count pic 9(4) value 0.
       01 rg-idx pic 9(4) value 0.
       01 rg-match-idx pic 9(4) value 0.
       01 rg-found-flag pic x value 'n'.
           88 rg-found value 'y'.

      *one check per vendor paid tonight
       01 payment-table.
           05 payment-entry occurs 200 times.
               10 pm-vendor-id          pic x(5).
               10 pm-vendor-name        pic x(15).
               10 pm-check-no           pic 9(9).
               10 pm-invoice-count      pic 9(3).
               10 pm-gross              pic 9(8)v99.
               10 pm-discount           pic 9(7)v99.
               10 pm-net                pic 9(8)v99.
       01 payment-count pic 999 value 0.
       01 pm-idx pic 999 value 0.
       01 pm-match-idx pic 999 value 0.
       01 pm-found-flag pic x value 'n'.
           88 pm-found value 'y'.

       01 last-check-no pic 9(9) value 0.
       01 check-no-disp pic 9(9) value 0.

       01 select-flag pic x value 'n'.
           88 select-for-payment value 'y'.
       01 take-discount-flag pic x value 'n'.
           88 take-discount value 'y'.
       01 hold-reason pic x(24) value spaces.
       01 invoice-discount pic 9(7)v99 value 0.
       01 invoice-net pic 9(8)v99 value 0.

       01 run-date-num pic 9(8) value 0.
       01 run-year pic 9(4) value 0.
       01 issue-year pic 9(4) value 0.
       01 pay-through-date pic 9(8) value 0.

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

       01 gross-paid-total pic 9(9)v99 value 0.
       01 discount-total pic 9(9)v99 value 0.
       01 net-paid-total pic 9(9)v99 value 0.
       01 invoices-paid pic 9(5) value 0.
       01 invoices-held pic 9(5) value 0.
       01 statuses-applied pic 9(5) value 0.
       01 outstanding-count pic 9(5) value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy PERDWS.
       copy APAGEWS.

       01 line1-out.
           05 filler pic x(26) value spaces.
           05 filler pic x(22) value 'AP Payment Selection'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(7) value 'Vendor'.
           05 filler pic x(11) value 'Invoice'.
           05 filler pic x(9) value 'Due Date'.
           05 filler pic x(12) value '       Gross'.
           05 filler pic x(10) value '  Discount'.
           05 filler pic x(12) value '         Net'.
           05 filler pic x(2) value spaces.
           05 filler pic x(9) value 'Check'.

       01 print-paid-out.
           05 filler                pic x(1) value spaces.
           05 pd-vendor-out         pic x(5).
           05 filler                pic x(2) value spaces.
           05 pd-invoice-out        pic x(10).
           05 filler                pic x(1) value spaces.
           05 pd-due-out            pic 9(8).
           05 filler                pic x(1) value spaces.
           05 pd-gross-out          pic $zzz,zz9.99.
           05 filler                pic x(1) value spaces.
           05 pd-discount-out       pic zz,zz9.99.
           05 filler                pic x(1) value spaces.
           05 pd-net-out            pic $zzz,zz9.99.
           05 filler                pic x(2) value spaces.
           05 pd-check-out          pic 9(9).

       01 print-held-out.
           05 filler                pic x(1) value spaces.
           05 hd-vendor-out         pic x(5).
           05 filler                pic x(2) value spaces.
           05 hd-invoice-out        pic x(10).
           05 filler                pic x(1) value spaces.
           05 hd-due-out            pic 9(8).
           05 filler                pic x(1) value spaces.
           05 hd-gross-out          pic $zzz,zz9.99.
           05 filler                pic x(2) value spaces.
           05 filler                pic x(9) value '** HELD: '.
           05 hd-reason-out         pic x(24).

       01 register-title-out.
           05 filler pic x(31) value spaces.
           05 filler pic x(14) value 'Checks Issued'.

       01 register-header-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(11) value 'Check No'.
           05 filler pic x(7) value 'Vendor'.
           05 filler pic x(17) value 'Name'.
           05 filler pic x(10) value 'Invoices'.
           05 filler pic x(15) value '         Amount'.

       01 print-check-out.
           05 filler                pic x(1) value spaces.
           05 chk-no-out            pic 9(9).
           05 filler                pic x(2) value spaces.
           05 chk-vendor-out        pic x(5).
           05 filler                pic x(2) value spaces.
           05 chk-name-out          pic x(15).
           05 filler                pic x(4) value spaces.
           05 chk-count-out         pic zz9.
           05 filler                pic x(3) value spaces.
           05 chk-amount-out        pic $zzz,zzz,zz9.99.

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(17) value 'Checks Issued:   '.
           05 issued-count-out pic zzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(15) value 'Total Paid:    '.
           05 net-total-out pic $z,zzz,zz9.99.

       01 summary-line-2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(17) value 'Invoices Paid:   '.
           05 paid-count-out pic zzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(15) value 'Discounts:     '.
           05 discount-total-out pic $z,zzz,zz9.99.

       01 summary-line-3-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(17) value 'Invoices Held:   '.
           05 held-count-out pic zzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(15) value 'Pay Through:   '.
           05 pay-through-out pic 9(8).

       01 summary-line-4-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(17) value 'Cashed Statuses: '.
           05 statuses-out pic zzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(15) value 'Outstanding:   '.
           05 outstanding-out pic zzzz9.

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
           perform 8900-open-exception-log.
           move 'APPAYRUN    ' to excp-this-job.

           move 'AP PAYMENT RUN      ' to banner-job-name.
           move 'AP0001' to banner-batch-id.
           perform 8000-print-banner-page.
           move banner-run-date-ccyymmdd to run-date-num.
           move banner-run-yyyy to run-year.
           move banner-run-date-ccyymmdd to term-date.
           perform 370-advance-term-date pay-horizon-days times.
           move term-date-num to pay-through-date.

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
           open output positive-pay-file.
           move spaces to positive-pay-record.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 110-load-vendors.
           perform 120-load-register.
           perform 130-load-check-number.
           perform 140-load-open-payables.
           perform 200-apply-cashed-statuses.
           perform 300-select-one-payable
               varying ot-idx from 1 by 1
               until ot-idx > open-count.

           write record-out from register-title-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from register-header-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           add 3 to page-line-count.
           perform 500-issue-one-check
               varying pm-idx from 1 by 1
               until pm-idx > payment-count.

           perform 600-rewrite-open-payables.
           perform 650-rewrite-register.
           perform 680-rewrite-check-number.

           move payment-count to issued-count-out.
           move net-paid-total to net-total-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move invoices-paid to paid-count-out.
           move discount-total to discount-total-out.
           write record-out from summary-line-2-out
               after advancing 1 line.
           perform 8020-capture-line.
           move invoices-held to held-count-out.
           move pay-through-date to pay-through-out.
           write record-out from summary-line-3-out
               after advancing 1 line.
           perform 8020-capture-line.
           move statuses-applied to statuses-out.
           move outstanding-count to outstanding-out.
           write record-out from summary-line-4-out
               after advancing 1 line.
           perform 8020-capture-line.
           add 5 to page-line-count.

           perform 800-age-one-open-payable
               varying ot-idx from 1 by 1
               until ot-idx > open-count.
           perform 9450-print-payables-aging.

           perform 900-write-journal.

           close positive-pay-file.
           close journal-file.
           close exception-log.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

       110-load-vendors.
           open input vendor-master.
           if vn-file-status not = '00'
               display 'VENDMAST FAILED TO OPEN, STATUS '
                   vn-file-status
               stop run
           end-if.
           read vendor-master at end move 'n' to more-vendor-recs.
           perform 115-load-one-vendor
               until more-vendor-recs = 'n'.
           close vendor-master.

       115-load-one-vendor.
           if vendor-master-count >= 200
               display 'VENDOR MASTER TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to vendor-master-count.
           move vn-vendor-id
               to vm-vendor-id (vendor-master-count).
           move vn-vendor-name
               to vm-vendor-name (vendor-master-count).
           move vn-insurance-expiry
               to vm-insurance-expiry (vendor-master-count).
           move vn-active-flag
               to vm-active-flag (vendor-master-count).
           read vendor-master at end move 'n' to more-vendor-recs.

       120-load-register.
           open input check-register.
           if cr-file-status = '00'
               read check-register
                   at end move 'n' to more-records
               end-read
               perform 125-load-one-check
                   until more-records = 'n'
           end-if.
           close check-register.
           move 'y' to more-records.

       125-load-one-check.
           perform 128-check-register-room.
           add 1 to register-count.
           move cr-check-no to rg-check-no (register-count).
           move cr-payee-name to rg-payee-name (register-count).
           move cr-amount to rg-amount (register-count).
           move cr-issue-date to rg-issue-date (register-count).
           move cr-status to rg-status (register-count).
           move cr-vendor-id to rg-vendor-id (register-count).
           move cr-discount to rg-discount (register-count).
           read check-register
               at end move 'n' to more-records
           end-read.

       128-check-register-room.
           if register-count >= 2000
               display 'REGISTER TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.

       130-load-check-number.
           move first-check-no to last-check-no.
           subtract 1 from last-check-no.
           open input check-number-file.
           if cn-file-status = '00'
               read check-number-file
                   at end
                       continue
                   not at end
                       if cn-last-check-no is numeric
                           and cn-last-check-no > 0
                           move cn-last-check-no to last-check-no
                       end-if
               end-read
           end-if.
           close check-number-file.

       140-load-open-payables.
           open input open-payables.
           if op-file-status = '00'
               read open-payables
                   at end move 'n' to more-records
               end-read
               perform 145-load-one-open-payable
                   until more-records = 'n'
           end-if.
           close open-payables.
           move 'y' to more-records.

       145-load-one-open-payable.
           if open-count >= 1000
               display 'OPEN PAYABLES TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to open-count.
           move op-vendor-id to ot-vendor-id (open-count).
           move op-invoice-no to ot-invoice-no (open-count).
           move op-invoice-date to ot-invoice-date (open-count).
           move op-due-date to ot-due-date (open-count).
           move op-disc-date to ot-disc-date (open-count).
           move op-disc-pct to ot-disc-pct (open-count).
           move op-amount to ot-amount (open-count).
           move op-expense-acct to ot-expense-acct (open-count).
           move op-source to ot-source (open-count).
           move op-reference to ot-reference (open-count).
           move 'n' to ot-paid-flag (open-count).
           move 'n' to ot-held-flag (open-count).
           read open-payables
               at end move 'n' to more-records
           end-read.

      *the consumed statuses are cleared so they can't apply twice,
      *the same rule crrefund.cbl keeps for CRREFCTR
       200-apply-cashed-statuses.
           open input check-tran-file.
           if ck-file-status = '00'
               read check-tran-file
                   at end move 'n' to more-records
               end-read
               perform 210-apply-one-status
                   until more-records = 'n'
               close check-tran-file
               open output check-tran-file
           end-if.
           close check-tran-file.
           move 'y' to more-records.

       210-apply-one-status.
           move 'n' to rg-found-flag.
           perform 215-scan-one-check
               varying rg-idx from 1 by 1
               until rg-idx > register-count or rg-found.
           if rg-found and ck-cashed
               move 'C' to rg-status (rg-match-idx)
               add 1 to statuses-applied
           else
               move 'CHKS' to excp-reason-code
               move 'AP check status for unknown check'
                   to excp-reason-text
               move check-tran-record to excp-record-image
               perform 9000-log-exception
           end-if.
           read check-tran-file
               at end move 'n' to more-records
           end-read.

       215-scan-one-check.
           if rg-check-no (rg-idx) = ck-check-no
               and rg-outstanding (rg-idx)
               move 'y' to rg-found-flag
               move rg-idx to rg-match-idx
           end-if.

      *a discount still on offer is always taken; otherwise only
      *what falls due before next week's run is paid
       300-select-one-payable.
           move 'n' to select-flag.
           move 'n' to take-discount-flag.
           if ot-disc-pct (ot-idx) > 0
               and ot-disc-date (ot-idx) >= run-date-num
               move 'y' to select-flag
               move 'y' to take-discount-flag
           end-if.
           if ot-due-date (ot-idx) <= pay-through-date
               move 'y' to select-flag
           end-if.
           if select-for-payment
               perform 310-check-vendor-standing
               if hold-reason = spaces
                   perform 350-pay-one-invoice
               else
                   perform 400-hold-one-invoice
               end-if
           end-if.

      *the standing aptworkord.cbl checks a work order against
       310-check-vendor-standing.
           move spaces to hold-reason.
           move 'n' to vm-found-flag.
           perform 315-scan-one-master-vendor
               varying vm-idx from 1 by 1
               until vm-idx > vendor-master-count or vm-found.
           evaluate true
               when not vm-found
                   move 'VENDOR NOT ON MASTER    ' to hold-reason
               when vm-active-flag (vm-match-idx) not = 'A'
                   move 'VENDOR INACTIVE         ' to hold-reason
               when vm-insurance-expiry (vm-match-idx)
                       < run-date-num
                   move 'INSURANCE LAPSED        ' to hold-reason
           end-evaluate.

       315-scan-one-master-vendor.
           if vm-vendor-id (vm-idx) = ot-vendor-id (ot-idx)
               move 'y' to vm-found-flag
               move vm-idx to vm-match-idx
           end-if.

       350-pay-one-invoice.
           move 0 to invoice-discount.
           if take-discount
               compute invoice-discount rounded =
                   ot-amount (ot-idx) * ot-disc-pct (ot-idx) / 100
           end-if.
           compute invoice-net =
               ot-amount (ot-idx) - invoice-discount.
           move 'y' to ot-paid-flag (ot-idx).
           add 1 to invoices-paid.

           move 'n' to pm-found-flag.
           perform 355-scan-one-payment
               varying pm-idx from 1 by 1
               until pm-idx > payment-count or pm-found.
           if pm-found
               move pm-match-idx to pm-idx
           else
               if payment-count >= 200
                   display 'PAYMENT TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to payment-count
               move payment-count to pm-idx
               add 1 to last-check-no
               move ot-vendor-id (ot-idx) to pm-vendor-id (pm-idx)
               move vm-vendor-name (vm-match-idx)
                   to pm-vendor-name (pm-idx)
               move last-check-no to pm-check-no (pm-idx)
               move 0 to pm-invoice-count (pm-idx)
               move 0 to pm-gross (pm-idx)
               move 0 to pm-discount (pm-idx)
               move 0 to pm-net (pm-idx)
           end-if.
           add 1 to pm-invoice-count (pm-idx).
           add ot-amount (ot-idx) to pm-gross (pm-idx).
           add invoice-discount to pm-discount (pm-idx).
           add invoice-net to pm-net (pm-idx).

           move ot-vendor-id (ot-idx) to pd-vendor-out.
           move ot-invoice-no (ot-idx) to pd-invoice-out.
           move ot-due-date (ot-idx) to pd-due-out.
           move ot-amount (ot-idx) to pd-gross-out.
           move invoice-discount to pd-discount-out.
           move invoice-net to pd-net-out.
           move pm-check-no (pm-idx) to pd-check-out.
           write record-out from print-paid-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       355-scan-one-payment.
           if pm-vendor-id (pm-idx) = ot-vendor-id (ot-idx)
               move 'y' to pm-found-flag
               move pm-idx to pm-match-idx
           end-if.

       370-advance-term-date.
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

       400-hold-one-invoice.
           move 'y' to ot-held-flag (ot-idx).
           add 1 to invoices-held.
           move ot-vendor-id (ot-idx) to hd-vendor-out.
           move ot-invoice-no (ot-idx) to hd-invoice-out.
           move ot-due-date (ot-idx) to hd-due-out.
           move ot-amount (ot-idx) to hd-gross-out.
           move hold-reason to hd-reason-out.
           write record-out from print-held-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'APHD' to excp-reason-code.
           move 'AP invoice held, vendor not in standing'
               to excp-reason-text.
           move spaces to excp-record-image.
           move ot-vendor-id (ot-idx) to excp-record-image (1:5).
           move ot-invoice-no (ot-idx) to excp-record-image (7:10).
           move hold-reason to excp-record-image (18:24).
           perform 9000-log-exception.

      *one check per vendor: onto the register as outstanding and
      *onto the positive-pay issue file for the bank
       500-issue-one-check.
           perform 128-check-register-room.
           add 1 to register-count.
           move pm-check-no (pm-idx) to check-no-disp.
           move check-no-disp to rg-check-no (register-count).
           move spaces to rg-payee-name (register-count).
           move pm-vendor-name (pm-idx)
               to rg-payee-name (register-count).
           move pm-net (pm-idx) to rg-amount (register-count).
           move run-date-num to rg-issue-date (register-count).
           move 'O' to rg-status (register-count).
           move pm-vendor-id (pm-idx) to rg-vendor-id (register-count).
           move pm-discount (pm-idx) to rg-discount (register-count).

           move 'I' to pp-issue-code.
           move pm-check-no (pm-idx) to pp-check-no.
           move pm-net (pm-idx) to pp-amount.
           move run-date-num to pp-issue-date.
           move rg-payee-name (register-count) to pp-payee-name.
           write positive-pay-record.

           add pm-gross (pm-idx) to gross-paid-total.
           add pm-discount (pm-idx) to discount-total.
           add pm-net (pm-idx) to net-paid-total.

           move pm-check-no (pm-idx) to chk-no-out.
           move pm-vendor-id (pm-idx) to chk-vendor-out.
           move pm-vendor-name (pm-idx) to chk-name-out.
           move pm-invoice-count (pm-idx) to chk-count-out.
           move pm-net (pm-idx) to chk-amount-out.
           write record-out from print-check-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *paid invoices are settled; held and not-yet-due ones ride
      *forward
       600-rewrite-open-payables.
           open output open-payables.
           move spaces to open-payable-record.
           perform 610-write-one-open-payable
               varying ot-idx from 1 by 1
               until ot-idx > open-count.
           close open-payables.

       610-write-one-open-payable.
           if not ot-paid (ot-idx)
               move ot-vendor-id (ot-idx) to op-vendor-id
               move ot-invoice-no (ot-idx) to op-invoice-no
               move ot-invoice-date (ot-idx) to op-invoice-date
               move ot-due-date (ot-idx) to op-due-date
               move ot-disc-date (ot-idx) to op-disc-date
               move ot-disc-pct (ot-idx) to op-disc-pct
               move ot-amount (ot-idx) to op-amount
               move ot-expense-acct (ot-idx) to op-expense-acct
               move ot-source (ot-idx) to op-source
               move ot-reference (ot-idx) to op-reference
               write open-payable-record
           end-if.

      *outstanding checks ride forward for the bank reconciliation;
      *cashed ones stay through the calendar year after issue so
      *the year's payments can still be totalled in January
       650-rewrite-register.
           open output check-register.
           move spaces to check-register-record.
           perform 660-write-one-check
               varying rg-idx from 1 by 1
               until rg-idx > register-count.
           close check-register.

       660-write-one-check.
           divide rg-issue-date (rg-idx) by 10000 giving issue-year.
           if rg-outstanding (rg-idx)
               or issue-year >= run-year - 1
               move rg-check-no (rg-idx) to cr-check-no
               move rg-payee-name (rg-idx) to cr-payee-name
               move rg-amount (rg-idx) to cr-amount
               move rg-issue-date (rg-idx) to cr-issue-date
               move rg-status (rg-idx) to cr-status
               move rg-vendor-id (rg-idx) to cr-vendor-id
               move rg-discount (rg-idx) to cr-discount
               write check-register-record
               if rg-outstanding (rg-idx)
                   add 1 to outstanding-count
               end-if
           end-if.

       680-rewrite-check-number.
           open output check-number-file.
           move last-check-no to cn-last-check-no.
           write check-number-record.
           close check-number-file.

      *held when it would be held from payment, so the aging shows
      *which of the money owed is stuck behind a vendor problem
       800-age-one-open-payable.
           if not ot-paid (ot-idx)
               move ot-vendor-id (ot-idx) to apag-vendor-in
               move ot-due-date (ot-idx) to apag-due-date
               move ot-amount (ot-idx) to apag-amount
               perform 310-check-vendor-standing
               if hold-reason = spaces
                   move 'n' to apag-held-in
               else
                   move 'y' to apag-held-in
               end-if
               perform 9400-age-one-payable
           end-if.

      *the liability comes off at the invoice amount; the checks
      *are short by the discounts taken, which are earned
       900-write-journal.
           if gross-paid-total > 0
               move '2100' to jr-account
               move 'ACCOUNTS PAYABLE    ' to jr-account-desc
               move 'DR' to jr-dr-cr
               move gross-paid-total to jr-amount
               perform 925-write-one-journal-line
               move '1000' to jr-account
               move 'CASH                ' to jr-account-desc
               move 'CR' to jr-dr-cr
               move net-paid-total to jr-amount
               perform 925-write-one-journal-line
           end-if.
           if discount-total > 0
               move '4960' to jr-account
               move 'PURCHASE DISCOUNTS  ' to jr-account-desc
               move 'CR' to jr-dr-cr
               move discount-total to jr-amount
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

       copy APAGEPR.

       end program appayrun.
