      *plus deposits in transit -- the reconciliation identity,
      *off a file instead of a highlighter.  The carried book
      *balance lives on BOOKBAL.
      *
      *Customer refund checks from crrefund.cbl clear the same way.
      *Its CRREFREG refund register carries the IRSDREG layout and
      *loads into the same outstanding-check table, marked as a
      *refund; a cleared refund check stages its cashed status on
      *CRREFCTR for the refund job instead of IRSCHKTR, and an
      *uncashed one counts as outstanding like any reward check.
      *
      *Vendor checks from the appayrun.cbl payment run clear the same
      *way again.  Its APCHKREG check register leads with the
      *IRSDREG layout keyed by check number, so the bank's cleared
      *check item carries the check number where a reward check
      *carries the claimant; outstanding AP checks load into the
      *same table marked as AP, and a cleared one stages its cashed
      *status on APCHKCTR for the payment run.
      *
      *Reward checks go to the bank in advance on the positive-pay
      *issue file irsposp.cbl writes.  The bank answers with an
      *exception file (IRSPPEXC) of presented checks that weren't
      *on the issue list, were voided, or didn't match the issued
      *amount or payee.  Those print first, ahead of the
      *reconciliation, with what the register says was issued, so
      *treasury can make the pay/return decision before the bank's
      *cutoff; each is also logged to the shared exception log.
       identification division.
       program-id. bankrecon.
       environment division.
                 organization is line sequential
                 file status is dr-file-status.

      *> the carried refund register crrefund.cbl owns; read only
           select optional refund-register assign to "CRREFREG"
                 organization is line sequential
                 file status is rr-file-status.

      *> the carried AP check register appayrun.cbl owns; read only
           select optional ap-register assign to "APCHKREG"
                 organization is line sequential
                 file status is ar-file-status.

      *> the bank's positive-pay exceptions for reward checks
           select optional pospay-excp-file assign to "IRSPPEXC"
                 organization is line sequential
                 file status is px-file-status.

           select optional bank-deposit-file assign to "BANKDEP"
                 organization is line sequential
                 file status is bk-file-status.
                 organization is line sequential
                 file status is ck-file-status.

      *> matched refund checks staged for the refund job
           select refund-tran-file assign to "CRREFCTR"
                 organization is line sequential
                 file status is rt-file-status.

      *> matched AP checks staged for the payment run
           select ap-tran-file assign to "APCHKCTR"
                 organization is line sequential
                 file status is at-file-status.

      *> the carried book cash balance
           select optional book-balance-file assign to "BOOKBAL"
                 organization is line sequential

           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd statement-file label records are omitted.
           05 dr-amount         pic 9(8)v99.
           05 dr-issue-date     pic 9(8).
           05 dr-status         pic x.
           05 dr-check-no       pic 9(9).

       fd refund-register label records are omitted.
       01 refund-register-record.
           05 rr-payee-id       pic x(9).
           05 rr-name           pic x(20).
           05 rr-amount         pic 9(8)v99.
           05 rr-issue-date     pic 9(8).
           05 rr-status         pic x.

       fd ap-register label records are omitted.
       01 ap-register-record.
           05 ar-check-no       pic x(9).
           05 ar-name           pic x(20).
           05 ar-amount         pic 9(8)v99.
           05 ar-issue-date     pic 9(8).
           05 ar-status         pic x.
           05 ar-vendor-id      pic x(5).
           05 ar-discount       pic 9(7)v99.

      *    the bank's reason: 'NI' not on the issue list, 'VD'
      *    voided, 'AM' amount differs, 'PY' payee differs
       fd pospay-excp-file label records are omitted.
       01 pospay-excp-record.
           05 px-check-no       pic 9(9).
           05 px-amount         pic 9(8)v99.
           05 px-presented-date pic 9(8).
           05 px-payee-name     pic x(20).
           05 px-reason         pic x(2).
               88 px-not-issued     value 'NI'.
               88 px-voided         value 'VD'.
               88 px-amount-differs value 'AM'.
               88 px-payee-differs  value 'PY'.

       fd bank-deposit-file label records are omitted.
       01 bank-deposit-record.
           05 ck-status         pic x.
           05 ck-claimant-id    pic x(9).

       fd refund-tran-file label records are omitted.
       01 refund-tran-record.
           05 rt-status         pic x.
           05 rt-payee-id       pic x(9).

       fd ap-tran-file label records are omitted.
       01 ap-tran-record.
           05 at-status         pic x.
           05 at-check-no       pic x(9).

       fd book-balance-file label records are omitted.
       01 book-balance-record.
           05 bb-balance        pic s9(11)v99.

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 st-file-status pic xx.
       01 bk-file-status pic xx.
       01 ck-file-status pic xx.
       01 bb-file-status pic xx.
       01 rr-file-status pic xx.
       01 rt-file-status pic xx.
       01 ar-file-status pic xx.
       01 at-file-status pic xx.
       01 px-file-status pic xx.

      *the register's outstanding checks, flagged as they match
       01 register-table.
               10 rg-issue-date     pic 9(8).
               10 rg-matched-flag   pic x value 'n'.
                   88 rg-matched        value 'y'.
               10 rg-source         pic x value 'R'.
                   88 rg-refund-check   value 'F'.
                   88 rg-ap-check       value 'A'.
               10 rg-check-no       pic 9(9).
               10 rg-payee-name     pic x(20).
       01 register-count pic 999 value 0.
       01 rg-idx pic 999 value 0.
       01 rg-match-idx pic 999 value 0.
       01 unmatched-bank-items pic 9(5) value 0.
       01 unmatched-book-items pic 9(5) value 0.

      *positive-pay exceptions wait on a decision before the
      *bank's cutoff, when an undecided item is paid by default
       01 pospay-cutoff-time pic x(8) value '11:00 AM'.
       01 pospay-excp-count pic 9(5) value 0.

       01 item-age-days pic s9(5) value 0.
       01 item-date-split.
           05 itm-yyyy pic 9(4).
           05 itm-age-out pic zzzz9.
           05 filler pic x(5) value ' days'.

       01 pospay-title-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(43) value
               'Positive Pay Exceptions - Decide Before The'.
           05 filler pic x(15) value ' Bank Cutoff, '.
           05 pospay-cutoff-out pic x(8).

       01 pospay-heading-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(10) value 'Check No'.
           05 filler pic x(15) value '      Presented'.
           05 filler pic x(15) value '         Issued'.
           05 filler pic x(2) value spaces.
           05 filler pic x(16) value 'Bank Reason'.
           05 filler pic x(8) value 'Date'.

       01 pospay-line-1-out.
           05 filler pic x(1) value spaces.
           05 ppx-check-out pic 9(9).
           05 filler pic x(1) value spaces.
           05 ppx-presented-out pic $zz,zzz,zz9.99.
           05 filler pic x(1) value spaces.
           05 ppx-issued-out pic $zz,zzz,zz9.99.
           05 filler pic x(2) value spaces.
           05 ppx-reason-out pic x(16).
           05 ppx-date-out pic 9(8).

       01 pospay-line-2-out.
           05 filler pic x(11) value spaces.
           05 filler pic x(11) value 'Presented: '.
           05 ppx-presented-payee-out pic x(20).
           05 filler pic x(2) value spaces.
           05 filler pic x(8) value 'Issued: '.
           05 ppx-issued-payee-out pic x(20).

       01 pospay-line-3-out.
           05 filler pic x(11) value spaces.
           05 filler pic x(40) value
               'Decision:   PAY ____      RETURN ____'.

       01 pospay-none-out.
           05 filler pic x(3) value spaces.
           05 filler pic x(40) value
               'No positive pay exceptions from the bank'.

       01 recon-line-1-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(15) value 'Bank Balance:  '.
               open extend check-tran-file
           end-if.
           move spaces to check-tran-record.
           open extend refund-tran-file.
           if rt-file-status not = '00'
               open output refund-tran-file
               close refund-tran-file
               open extend refund-tran-file
           end-if.
           move spaces to refund-tran-record.
           open extend ap-tran-file.
           if at-file-status not = '00'
               open output ap-tran-file
               close ap-tran-file
               open extend ap-tran-file
           end-if.
           move spaces to ap-tran-record.

           move 'BANK RECONCILIATION ' to banner-job-name.
           move 'BR0001' to banner-batch-id.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           move 3 to page-line-count.

           perform 110-load-register.
           perform 120-load-refund-register.
           perform 127-load-ap-register.
           perform 150-print-pospay-exceptions.
           perform 130-load-book-deposits.
           perform 140-read-book-balance.
           perform 200-match-statement.
           perform 600-print-reconciliation.

           close check-tran-file.
           close refund-tran-file.
           close ap-tran-file.
           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

               move dr-issue-date
                   to rg-issue-date (register-count)
               move 'n' to rg-matched-flag (register-count)
               move 'R' to rg-source (register-count)
               if dr-check-no is numeric
                   move dr-check-no to rg-check-no (register-count)
               else
                   move 0 to rg-check-no (register-count)
               end-if
               move dr-name to rg-payee-name (register-count)
           end-if.
           read disb-register
               at end move 'n' to more-records
           end-read.

       120-load-refund-register.
           open input refund-register.
           if rr-file-status = '00'
               read refund-register
                   at end move 'n' to more-records
               end-read
               perform 125-load-one-refund-check
                   until more-records = 'n'
           end-if.
           close refund-register.
           move 'y' to more-records.

       125-load-one-refund-check.
           if rr-status = 'O'
               if register-count >= 500
                   display 'REGISTER TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to register-count
               move rr-payee-id
                   to rg-claimant-id (register-count)
               move rr-amount to rg-amount (register-count)
               move rr-issue-date
                   to rg-issue-date (register-count)
               move 'n' to rg-matched-flag (register-count)
               move 'F' to rg-source (register-count)
               move 0 to rg-check-no (register-count)
               move rr-name to rg-payee-name (register-count)
           end-if.
           read refund-register
               at end move 'n' to more-records
           end-read.

       127-load-ap-register.
           open input ap-register.
           if ar-file-status = '00'
               read ap-register
                   at end move 'n' to more-records
               end-read
               perform 128-load-one-ap-check
                   until more-records = 'n'
           end-if.
           close ap-register.
           move 'y' to more-records.

       128-load-one-ap-check.
           if ar-status = 'O'
               if register-count >= 500
                   display 'REGISTER TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to register-count
               move ar-check-no
                   to rg-claimant-id (register-count)
               move ar-amount to rg-amount (register-count)
               move ar-issue-date
                   to rg-issue-date (register-count)
               move 'n' to rg-matched-flag (register-count)
               move 'A' to rg-source (register-count)
               move 0 to rg-check-no (register-count)
               move ar-name to rg-payee-name (register-count)
           end-if.
           read ap-register
               at end move 'n' to more-records
           end-read.

      *every presented reward check the bank couldn't match to the
      *issue file, printed beside what the register says went out
       150-print-pospay-exceptions.
           move pospay-cutoff-time to pospay-cutoff-out.
           write record-out from pospay-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           write record-out from pospay-heading-out
               after advancing 1 line.
           perform 8020-capture-line.
           add 2 to page-line-count.
           open input pospay-excp-file.
           if px-file-status = '00'
               read pospay-excp-file
                   at end move 'n' to more-records
               end-read
               perform 155-print-one-pospay-exception
                   until more-records = 'n'
           end-if.
           close pospay-excp-file.
           move 'y' to more-records.
           if pospay-excp-count = 0
               write record-out from pospay-none-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.

       155-print-one-pospay-exception.
           add 1 to pospay-excp-count.
           move px-check-no to ppx-check-out.
           move px-amount to ppx-presented-out.
           move px-presented-date to ppx-date-out.
           move px-payee-name to ppx-presented-payee-out.
           evaluate true
               when px-not-issued
                   move 'NOT ISSUED' to ppx-reason-out
               when px-voided
                   move 'CHECK VOIDED' to ppx-reason-out
               when px-amount-differs
                   move 'AMOUNT DIFFERS' to ppx-reason-out
               when px-payee-differs
                   move 'PAYEE DIFFERS' to ppx-reason-out
               when other
                   move 'OTHER' to ppx-reason-out
           end-evaluate.
           move 'n' to rg-found-flag.
           perform 157-scan-one-issued-check
               varying rg-idx from 1 by 1
               until rg-idx > register-count or rg-found.
           if rg-found
               move rg-amount (rg-match-idx) to ppx-issued-out
               move rg-payee-name (rg-match-idx)
                   to ppx-issued-payee-out
           else
               move 0 to ppx-issued-out
               move '(not outstanding)' to ppx-issued-payee-out
           end-if.
           write record-out from pospay-line-1-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           write record-out from pospay-line-2-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           write record-out from pospay-line-3-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'PPEX' to excp-reason-code.
           move 'positive pay exception - decide by cutoff'
               to excp-reason-text.
           move pospay-excp-record to excp-record-image.
           perform 9000-log-exception.
           read pospay-excp-file
               at end move 'n' to more-records
           end-read.

       157-scan-one-issued-check.
           if rg-source (rg-idx) = 'R'
               and rg-check-no (rg-idx) = px-check-no
               move 'y' to rg-found-flag
               move rg-idx to rg-match-idx
           end-if.

       130-load-book-deposits.
           open input bank-deposit-file.
           if bk-file-status = '00'
           if rg-found
               move 'y' to rg-matched-flag (rg-match-idx)
               add 1 to matched-checks
               evaluate true
                   when rg-refund-check (rg-match-idx)
                       move 'C' to rt-status
                       move bs-key to rt-payee-id
                       write refund-tran-record
                   when rg-ap-check (rg-match-idx)
                       move 'C' to at-status
                       move bs-key to at-check-no
                       write ap-tran-record
                   when other
                       move 'C' to ck-status
                       move bs-key to ck-claimant-id
                       write check-tran-record
               end-evaluate
           else
               perform 300-print-unmatched-bank-item
           end-if.
           if unmatched-bank-items = 0
               write record-out from unmatched-bank-title-out
                   after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.
           add 1 to unmatched-bank-items.
           move item-age-days to itm-age-out.
           write record-out from item-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'BNKU' to excp-reason-code.
           move 'bank item with no book match'
       500-print-unmatched-book.
           write record-out from unmatched-book-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 510-print-one-open-check
               varying rg-idx from 1 by 1
           if not rg-matched (rg-idx)
               add 1 to unmatched-book-items
               add rg-amount (rg-idx) to outstanding-checks
               evaluate true
                   when rg-refund-check (rg-idx)
                       move 'REFUND  ' to itm-type-out
                   when rg-ap-check (rg-idx)
                       move 'AP CHECK' to itm-type-out
                   when other
                       move 'CHECK   ' to itm-type-out
               end-evaluate
               move rg-claimant-id (rg-idx) to itm-key-out
               move rg-amount (rg-idx) to itm-amount-out
               move rg-issue-date (rg-idx) to item-date-split
               move item-age-days to itm-age-out
               write record-out from item-line-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.

               move 0 to itm-age-out
               write record-out from item-line-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.

           move outstanding-checks to rec-outstanding-out.
           write record-out from recon-line-1-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move deposits-in-transit to rec-transit-out.
           move adjusted-bank to rec-adjusted-out.
           write record-out from recon-line-2-out
               after advancing 1 line.
           perform 8020-capture-line.
           move book-balance to rec-book-out.
           if adjusted-bank = book-balance
               move 'RECONCILED      ' to rec-verdict-out
           end-if.
           write record-out from recon-line-3-out
               after advancing 1 line.
           perform 8020-capture-line.

       copy BANNERPR.

