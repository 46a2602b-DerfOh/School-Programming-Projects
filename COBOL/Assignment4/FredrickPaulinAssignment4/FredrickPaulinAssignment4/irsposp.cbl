      *Positive-pay issue file for reward checks
      *
      *irschecks.cbl learns which reward checks cleared only after
      *the fact; the bank had no advance list of what was issued,
      *so a forged or altered check cleared before anyone noticed.
      *Run nightly after irsProgram.cbl and irschecks.cbl, this job
      *writes the bank's positive-pay issue file (IRSPOSPY) in the
      *layout the AP payment run's APPOSPAY already uses:
      *
      *  - every check payment on tonight's IRSDISB goes out as an
      *    'I' issue: check number, issue date, amount, payee;
      *  - every check irschecks.cbl's stale-dating pass voided,
      *    staged on IRSPPVD, goes out as a 'V' void so the bank
      *    returns it if it is ever presented.  IRSPPVD is cleared
      *    once consumed.
      *
      *The file closes with the shop-standard TRAILER9 trailer: the
      *record count and a hash of the amounts in cents.  IRSDISB's
      *own control trailer is proved along the way; a disbursement
      *file that doesn't balance is still issued -- the bank needs
      *the list either way -- but is flagged and ends the run with
      *return code 8.  The bank's exception file of presented
      *checks that didn't match comes back through bankrecon.cbl.
       identification division.
       program-id. irsposp.
       environment division.
       input-output section.

       file-control.
           select disb-file assign to "IRSDISB"
                 organization is line sequential
                 file status is db-file-status.

      *> optional: most nights void nothing
           select optional pospay-void-file assign to "IRSPPVD"
                 organization is line sequential
                 file status is pv-file-status.

           select positive-pay-file assign to "IRSPOSPY"
                 organization is line sequential
                 file status is pp-file-status.

           select file-out assign to printer, "con".

           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd disb-file label records are omitted.
       01 disb-record.
            05 db-record-type    pic x.
                88 db-detail         value 'D'.
                88 db-trailer        value 'T'.
            05 db-claimant-id    pic x(9).
            05 db-name           pic x(20).
            05 db-pay-method     pic x.
                88 db-check          value 'C'.
            05 db-amount         pic 9(8)v99.
            05 db-check-no       pic 9(9).
       01 disb-trailer-record redefines disb-record.
            05 dt-record-type    pic x.
            05 dt-payment-count  pic 9(7).
            05 dt-payment-total  pic 9(11)v99.
            05 filler            pic x(10).

       fd pospay-void-file label records are omitted.
       01 pospay-void-record.
           05 pv-check-no       pic 9(9).
           05 pv-amount         pic 9(8)v99.
           05 pv-issue-date     pic 9(8).
           05 pv-payee-name     pic x(20).
           05 pv-void-date      pic 9(8).

       fd positive-pay-file label records are omitted.
       01 positive-pay-record.
           05 pp-issue-code     pic x.
           05 pp-check-no       pic 9(9).
           05 pp-amount         pic 9(8)v99.
           05 pp-issue-date     pic 9(8).
           05 pp-payee-name     pic x(20).

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 db-file-status pic xx.
       01 pv-file-status pic xx.
       01 pp-file-status pic xx.

      *what IRSDISB's trailer claims against what was actually read
       01 disb-count-read pic 9(7) value 0.
       01 disb-total-read pic 9(11)v99 value 0.
       01 disb-trailer-count pic 9(7) value 0.
       01 disb-trailer-total pic 9(11)v99 value 0.
       01 disb-trailer-flag pic x value 'n'.
           88 disb-trailer-seen value 'y'.
       01 disb-balanced-flag pic x value 'n'.
           88 disb-balanced value 'y'.

       01 issue-count pic 9(7) value 0.
       01 issue-total pic 9(11)v99 value 0.
       01 void-count pic 9(7) value 0.
       01 void-total pic 9(11)v99 value 0.
       01 hash-amount-num pic 9(12) value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy TRLRWS.

       01 line1-out.
           05 filler pic x(24) value spaces.
           05 filler pic x(31) value
               'Positive Pay Issue File'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(5) value 'Code'.
           05 filler pic x(11) value 'Check No'.
           05 filler pic x(10) value 'Issued'.
           05 filler pic x(15) value '       Amount'.
           05 filler pic x(2) value spaces.
           05 filler pic x(20) value 'Payee'.

       01 print-item-out.
           05 filler            pic x(2) value spaces.
           05 itm-code-out      pic x.
           05 filler            pic x(3) value spaces.
           05 itm-check-out     pic 9(9).
           05 filler            pic x(2) value spaces.
           05 itm-issued-out    pic 9(8).
           05 filler            pic x(2) value spaces.
           05 itm-amount-out    pic $zzz,zzz,zz9.99.
           05 filler            pic x(2) value spaces.
           05 itm-payee-out     pic x(20).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(8) value 'Issues: '.
           05 sum-issue-count-out pic zzzzzz9.
           05 filler pic x(2) value spaces.
           05 sum-issue-total-out pic $zz,zzz,zzz,zz9.99.
           05 filler pic x(3) value spaces.
           05 filler pic x(7) value 'Voids: '.
           05 sum-void-count-out pic zzzzzz9.
           05 filler pic x(2) value spaces.
           05 sum-void-total-out pic $zz,zzz,zz9.99.

       01 disb-check-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(25) value 'Disbursement File Trailer'.
           05 filler pic x(2) value ': '.
           05 disb-verdict-out pic x(30).

       procedure division.
       100-main.
           open input disb-file.
           if db-file-status not = '00'
               display 'DISB-FILE FAILED TO OPEN, STATUS '
                   db-file-status
               stop run
           end-if.
           open output positive-pay-file.
           if pp-file-status not = '00'
               display 'POSITIVE-PAY-FILE FAILED TO OPEN, STATUS '
                   pp-file-status
               stop run
           end-if.
           open output file-out.
           perform 8900-open-exception-log.
           move 'IRSPOSP     ' to excp-this-job.

           move 'POSITIVE PAY ISSUE  ' to banner-job-name.
           move 'PP0001' to banner-batch-id.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           move 0 to trlr-work-count.
           move 0 to trlr-work-hash.
           perform 200-issue-tonights-checks.
           perform 300-issue-voids.
           perform 9600-build-trailer.
           write positive-pay-record from trlr-record.

           move issue-count to sum-issue-count-out.
           move issue-total to sum-issue-total-out.
           move void-count to sum-void-count-out.
           move void-total to sum-void-total-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 400-prove-disb-trailer.

           close disb-file.
           close positive-pay-file.
           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

      *only check payments belong on positive pay; the trailer is
      *held aside to prove the file
       200-issue-tonights-checks.
           read disb-file at end move 'n' to more-records.
           perform 210-issue-one-check until more-records = 'n'.
           move 'y' to more-records.

       210-issue-one-check.
           if db-trailer
               move 'y' to disb-trailer-flag
               move dt-payment-count to disb-trailer-count
               move dt-payment-total to disb-trailer-total
           else
               add 1 to disb-count-read
               add db-amount to disb-total-read
               if db-check
                   move 'I' to pp-issue-code
                   move db-check-no to pp-check-no
                   move db-amount to pp-amount
                   move banner-run-date-ccyymmdd to pp-issue-date
                   move db-name to pp-payee-name
                   perform 500-write-one-item
                   add 1 to issue-count
                   add db-amount to issue-total
               end-if
           end-if.
           read disb-file at end move 'n' to more-records.

      *the consumed voids are cleared so none is sent twice
       300-issue-voids.
           open input pospay-void-file.
           if pv-file-status = '00'
               read pospay-void-file
                   at end move 'n' to more-records
               end-read
               perform 310-issue-one-void
                   until more-records = 'n'
               close pospay-void-file
               open output pospay-void-file
           end-if.
           close pospay-void-file.
           move 'y' to more-records.

       310-issue-one-void.
           move 'V' to pp-issue-code.
           move pv-check-no to pp-check-no.
           move pv-amount to pp-amount.
           move pv-issue-date to pp-issue-date.
           move pv-payee-name to pp-payee-name.
           perform 500-write-one-item.
           add 1 to void-count.
           add pv-amount to void-total.
           read pospay-void-file
               at end move 'n' to more-records
           end-read.

       400-prove-disb-trailer.
           if disb-trailer-seen
               and disb-count-read = disb-trailer-count
               and disb-total-read = disb-trailer-total
               move 'y' to disb-balanced-flag
           end-if.
           if disb-balanced
               move 'BALANCED' to disb-verdict-out
           else
               move '** DOES NOT BALANCE - RC 8' to disb-verdict-out
               move 'PPDT' to excp-reason-code
               move 'disbursement trailer does not balance'
                   to excp-reason-text
               move disb-check-line-out to excp-record-image
               perform 9000-log-exception
               move 8 to return-code
           end-if.
           write record-out from disb-check-line-out
               after advancing 1 line.
           perform 8020-capture-line.

       500-write-one-item.
           write positive-pay-record.
           add 1 to trlr-work-count.
           compute hash-amount-num = pp-amount * 100.
           add hash-amount-num to trlr-work-hash.
           move pp-issue-code to itm-code-out.
           move pp-check-no to itm-check-out.
           move pp-issue-date to itm-issued-out.
           move pp-amount to itm-amount-out.
           move pp-payee-name to itm-payee-out.
           write record-out from print-item-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy TRLRPR.

       end program irsposp.
