      *pulled from the IRSYTDAR and IRSAUDAR archives the year-end
      *close writes, so the comparison comes off files instead of
      *memory.
      *
      *The large-recovery threshold comes from the same PARMMAST row
      *the reward run reads (IRSPROGRAM / LARGE-RECOVERY-LIMIT),
      *through the shared PARM copybooks, and the value in force
      *prints under the banner.
       identification division.
       program-id. irsannual.
       environment division.

           select file-out assign to printer, "con".

           copy PARMSEL.

           copy RPTSEL.

       data division.
       file section.
       fd claims-master label records are standard.
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

       fd audit-file label records are omitted.
       01 audit-record.
       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy PARMFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 cl-file-status pic xx.

       copy BANNERWS.
       copy PAGEBRKW.
       copy PARMWS.

       01 line1-out.
           05 filler pic x(20) value spaces.
           end-if.
           open output file-out.

           perform 050-load-parameters.

           move 'ANNUAL STATISTICS   ' to banner-job-name.
           move 'AS0001' to banner-batch-id.
           perform 8000-print-banner-page.
           perform 8650-print-parameters.
           compute prior-year = banner-run-yyyy - 1.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 200-census-claims.
           close claims-master.
           close audit-file.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

       050-load-parameters.
           perform 8600-open-parameters.
           move 'IRSPROGRAM' to parm-lookup-program.
           move 'LARGE-RECOVERY-LIMIT' to parm-lookup-name.
           move large-recovery-threshold to parm-value.
           perform 8610-get-parameter.
           move parm-value to large-recovery-threshold.
           perform 8690-close-parameters.

       200-census-claims.
           read claims-master at end move 'n' to more-records.
           perform 210-census-one-claim until more-records = 'n'.
           move average-days to days-value-out.
           write record-out from days-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'Median  Days Receipt To Pay   '
               to days-label-out.
           move median-days to days-value-out.
           write record-out from days-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

           perform 920-print-one-tier
           move prior-second-level to cmp-prior-out.
           write record-out from compare-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'Total Reward Dollars          '
               to cmp-label-out.
           move prior-year-reward to cmp-prior-out.
           write record-out from compare-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       910-write-status-line.
           write record-out from status-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       920-print-one-tier.
                   to tier-prior-out
               write record-out from tier-line-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.


       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy PARMPR.

       end program irsannual.
