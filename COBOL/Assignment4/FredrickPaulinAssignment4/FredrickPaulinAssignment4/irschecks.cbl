      *    so the money goes to the state instead of sitting as a
      *    silent liability forever.
      *
      *Each check carries the number irsProgram.cbl gave it on
      *IRSDISB, and every check the stale-dating pass voids is
      *staged on IRSPPVD so irsposp.cbl can tell the bank, through
      *the positive-pay issue file, not to honor it.
      *
      *Cashed checks drop off the register; everything else rides
      *forward.  A status transaction for a check the register
      *doesn't know is rejected to the report and the shared
      *exception log.
      *
      *The void and escheat windows, in days, are read from
      *PARMMAST (IRSCHECKS / VOID-WINDOW-DAYS and
      *ESCHEAT-WINDOW-DAYS) at start-up through the shared PARM
      *copybooks; the values in force print under the banner.
       identification division.
       program-id. irschecks.
       environment division.
           select escheat-file assign to "IRSESCH"
                 organization is line sequential.

      *> voided checks staged for the positive-pay issue file
           select pospay-void-file assign to "IRSPPVD"
                 organization is line sequential
                 file status is pv-file-status.

           select file-out assign to printer, "con".

           copy EXCPSEL.

           copy PARMSEL.

           copy RPTSEL.

       data division.
       file section.
       fd disb-register label records are omitted.
           05 dr-amount         pic 9(8)v99.
           05 dr-issue-date     pic 9(8).
           05 dr-status         pic x.
           05 dr-check-no       pic 9(9).

       fd disb-file label records are omitted.
       01 disb-record.
            05 db-name           pic x(20).
            05 db-pay-method     pic x.
            05 db-amount         pic 9(8)v99.
            05 db-check-no       pic 9(9).

       fd check-tran-file label records are omitted.
       01 check-tran-record.
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

       fd ytd-totals-file label records are standard.
       01 ytd-totals-record.
           05 filler            pic x value space.
           05 es-amount         pic 9(8)v99.

       fd pospay-void-file label records are omitted.
       01 pospay-void-record.
           05 pv-check-no       pic 9(9).
           05 pv-amount         pic 9(8)v99.
           05 pv-issue-date     pic 9(8).
           05 pv-payee-name     pic x(20).
           05 pv-void-date      pic 9(8).

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy EXCPFD.

       copy PARMFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 dr-file-status pic xx.
       01 cl-file-status pic xx.
       01 ytd-file-status pic xx.
       01 au-file-status pic xx.
       01 pv-file-status pic xx.

      *the register lives in memory for the run and is rewritten
      *whole at the end, like every other carried file
                   88 rg-returned       value 'R'.
                   88 rg-voided         value 'V'.
                   88 rg-escheated      value 'E'.
               10 rg-check-no       pic 9(9).
       01 register-count pic 999 value 0.
       01 rg-idx pic 999 value 0.
       01 rg-match-idx pic 999 value 0.
       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy PARMWS.

       01 line1-out.
           05 filler pic x(20) value spaces.
           end-if.
           open output escheat-file.
           move spaces to escheat-record.
      *        appended: the positive-pay job consumes and clears it
           open extend pospay-void-file.
           if pv-file-status not = '00'
               open output pospay-void-file
               close pospay-void-file
               open extend pospay-void-file
           end-if.
           open output file-out.
           perform 8900-open-exception-log.
           move 'IRSCHECKS   ' to excp-this-job.

           perform 050-load-parameters.

           move 'CHECK REGISTER      ' to banner-job-name.
           move 'CK0001' to banner-batch-id.
           perform 8000-print-banner-page.
           perform 8650-print-parameters.
           move banner-run-date-ccyymmdd to today-date-ccyymmdd.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 110-load-register.
           move checks-escheated to escheated-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close disb-file.
           close claims-master.
           close ytd-totals-file.
           close audit-file.
           close escheat-file.
           close pospay-void-file.
           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

       050-load-parameters.
           perform 8600-open-parameters.
           move 'IRSCHECKS ' to parm-lookup-program.
           move 'VOID-WINDOW-DAYS' to parm-lookup-name.
           move void-window-days to parm-value.
           perform 8610-get-parameter.
           move parm-value to void-window-days.
           move 'ESCHEAT-WINDOW-DAYS' to parm-lookup-name.
           move escheat-window-days to parm-value.
           perform 8610-get-parameter.
           move parm-value to escheat-window-days.
           perform 8690-close-parameters.

       110-load-register.
           open input disb-register.
           if dr-file-status = '00'
           move dr-amount to rg-amount (register-count).
           move dr-issue-date to rg-issue-date (register-count).
           move dr-status to rg-status (register-count).
      *    a check registered before numbering began has none
           if dr-check-no is numeric
               move dr-check-no to rg-check-no (register-count)
           else
               move 0 to rg-check-no (register-count)
           end-if.
           read disb-register
               at end move 'n' to more-records
           end-read.
               move today-date-ccyymmdd
                   to rg-issue-date (register-count)
               move 'O' to rg-status (register-count)
               move db-check-no to rg-check-no (register-count)
               add 1 to checks-added
           end-if.
           read disb-file at end move 'n' to more-records.
               move ck-claimant-id to rej-claimant-out
               write record-out from print-reject-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
               add 1 to status-rejected
               move 'CHKS' to excp-reason-code
                   add rg-amount (rg-idx) to voided-total
                   perform 320-back-out-of-ytd
                   perform 330-write-void-audit
                   perform 340-stage-pospay-void
               end-if
           end-if.

           move today-date-ccyymmdd to audit-date.
           write audit-record.

      *the bank learns of the void on the next positive-pay file; an
      *unnumbered legacy check has nothing to tell it
       340-stage-pospay-void.
           if rg-check-no (rg-idx) > 0
               move rg-check-no (rg-idx) to pv-check-no
               move rg-amount (rg-idx) to pv-amount
               move rg-issue-date (rg-idx) to pv-issue-date
               move rg-name (rg-idx) to pv-payee-name
               move today-date-ccyymmdd to pv-void-date
               write pospay-void-record
           end-if.

       350-age-one-check.
           move rg-issue-date (rg-idx) to issue-date-split.
           compute check-age-days =
           end-evaluate.
           write record-out from print-check-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *cashed checks and escheated money leave the register; the
               move rg-amount (rg-idx) to dr-amount
               move rg-issue-date (rg-idx) to dr-issue-date
               move rg-status (rg-idx) to dr-status
               move rg-check-no (rg-idx) to dr-check-no
               write disb-register-record
           end-if.


       copy EXCPPR.

       copy PARMPR.

       end program irschecks.
