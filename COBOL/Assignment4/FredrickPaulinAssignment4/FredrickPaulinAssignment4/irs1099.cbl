      *Tier-I records carry interest paid on delayed payouts; it is
      *reported as its own bucket, apart from the reward.  Tier-A
      *appeal events carry no money and are skipped.
      *
      *A claimant who had anything withheld gets a 1099 whatever the
      *reward came to, so the extract's withheld column adds up to
      *the year's backup withholding and ties to the Form 945
      *reconciliation irsremit.cbl prints.
      *
      *The reporting threshold is read from PARMMAST (IRS1099 /
      *REPORTING-THRESHOLD) at start-up through the shared PARM
      *copybooks; the value in force prints under the banner.
       identification division.
       program-id. irs1099.
       environment division.
                 organization is line sequential.
           select file-out assign to printer, "con".

           copy PARMSEL.

           copy RPTSEL.

       data division.
       file section.
       fd audit-file label records are omitted.
       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy PARMFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 au-file-status pic xx.

       copy BANNERWS.
       copy PAGEBRKW.
       copy PARMWS.

       01 line1-out.
           05 filler pic x(24) value spaces.
           open output extract-file.
           open output file-out.

           perform 050-load-parameters.

           move '1099 REWARD EXTRACT ' to banner-job-name.
           move '990001' to banner-batch-id.
           perform 8000-print-banner-page.
           perform 8650-print-parameters.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           read audit-file at end move 'n' to more-records.
           move extracted-total to extracted-total-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close extract-file.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

       050-load-parameters.
           perform 8600-open-parameters.
           move 'IRS1099   ' to parm-lookup-program.
           move 'REPORTING-THRESHOLD' to parm-lookup-name.
           move reporting-threshold to parm-value.
           perform 8610-get-parameter.
           move parm-value to reporting-threshold.
           perform 8690-close-parameters.

      *only the fiscal year being closed counts; older years are
      *already filed and future-dated records don't exist yet
       200-accumulate-one-record.
           move cm-withheld (cm-idx) to reg-withheld-out.
           move cm-interest (cm-idx) to reg-interest-out.
           if cm-total-reward (cm-idx) >= reporting-threshold
               or cm-withheld (cm-idx) > 0
               move banner-run-yyyy to ex-tax-year
               move cm-claimant-id (cm-idx) to ex-claimant-id
               move cm-name (cm-idx) to ex-name
           end-if.
           write record-out from print-claimant-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy PARMPR.

       end program irs1099.
