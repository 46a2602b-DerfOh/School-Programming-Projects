      *Vessel certificate expiry report
      *
      *A ship whose class certificate, safety survey or P&I cover
      *lapses cannot lawfully sail, and shipbol and the value report
      *now refuse cargo on such a sailing.  This daily job gives the
      *fleet office the warning in time to renew: for every vessel
      *on SHIPMAST, in master order, it lists each certificate on
      *VSLCERT (kept by shipmastmaint.cbl) that has already expired
      *or expires within 30, 60 or 90 days of the run date, with its
      *issuing body and expiry date.  Days are counted on the same
      *30/360 basis the receivables aging uses.
      *
      *An active vessel missing one of the mandatory certificates
      *(class 'CLAS', safety survey 'SAFE', P&I 'PNI ') is listed
      *as not on file, and an active vessel holding an expired
      *mandatory certificate is also logged to the shared exception
      *log.
       identification division.
       program-id. shipcerts.
       environment division.
       input-output section.

       file-control.
           select ship-master-file assign to "SHIPMAST"
                 organization is line sequential
                 file status is smf-file-status.

      *> optional until the first certificate is filed
           select optional vessel-cert-file assign to "VSLCERT"
                 organization is line sequential
                 file status is vcf-file-status.

           select file-out assign to printer, "con".

           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd ship-master-file label records are omitted.
       01 ship-master-record.
           05 sm-ship-name-in pic x(15).
           05 sm-registration-in pic x(10).
           05 sm-active-flag-in pic x.
           05 sm-capacity-tons-in pic 9(6).

       fd vessel-cert-file label records are omitted.
       01 vessel-cert-record.
           05 vc-ship-name-in pic x(15).
           05 vc-cert-type-in pic x(4).
           05 vc-issuing-body-in pic x(20).
           05 vc-issue-date-in pic 9(8).
           05 vc-expiry-date-in pic 9(8).

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 smf-file-status pic xx.
       01 vcf-file-status pic xx.

       01 ship-master-table.
           05 ship-master-entry occurs 500 times.
              10 smt-ship-name pic x(15).
              10 smt-active-flag pic x.
                  88 smt-active value 'Y'.
       01 ship-master-count pic 9(4) value 0.
       01 sm-idx pic 9(4) value 0.

       01 cert-table.
           05 cert-entry occurs 2000 times.
              10 ct-ship-name pic x(15).
              10 ct-cert-type pic x(4).
                  88 ct-mandatory value 'CLAS' 'SAFE' 'PNI '.
              10 ct-issuing-body pic x(20).
              10 ct-expiry-date pic 9(8).
              10 ct-expiry-parts redefines ct-expiry-date.
                 15 ct-expiry-yyyy pic 9(4).
                 15 ct-expiry-mm pic 9(2).
                 15 ct-expiry-dd pic 9(2).
       01 cert-count pic 9(4) value 0.
       01 ct-idx pic 9(4) value 0.

      *the mandatory types every active vessel must hold
       01 mandatory-type-values.
           05 filler pic x(4) value 'CLAS'.
           05 filler pic x(4) value 'SAFE'.
           05 filler pic x(4) value 'PNI '.
       01 mandatory-type-table redefines mandatory-type-values.
           05 mandatory-type pic x(4) occurs 3 times.
       01 mt-idx pic 9 value 0.
       01 mt-found-flag pic x value 'n'.
           88 mt-found value 'y'.

       01 days-to-expiry pic s9(7) value 0.
       01 warn-days pic 9(3) value 90.
       01 vessel-printed-flag pic x value 'n'.
           88 vessel-printed value 'y'.

       01 expired-count pic 9(5) value 0.
       01 due-30-count pic 9(5) value 0.
       01 due-60-count pic 9(5) value 0.
       01 due-90-count pic 9(5) value 0.
       01 missing-count pic 9(5) value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.

       01 line1-out.
           05 filler pic x(24) value spaces.
           05 filler pic x(32) value
               'Vessel Certificate Expiry'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(17) value 'Vessel'.
           05 filler pic x(6) value 'Cert'.
           05 filler pic x(22) value 'Issuing Body'.
           05 filler pic x(10) value 'Expires'.
           05 filler pic x(7) value 'Days'.
           05 filler pic x(12) value 'Status'.

       01 cert-line-out.
           05 filler            pic x(1) value spaces.
           05 cl-vessel-out     pic x(15).
           05 filler            pic x(2) value spaces.
           05 cl-type-out       pic x(4).
           05 filler            pic x(2) value spaces.
           05 cl-body-out       pic x(20).
           05 filler            pic x(2) value spaces.
           05 cl-expiry-out     pic 9(8).
           05 filler            pic x(2) value spaces.
           05 cl-days-out       pic ----9.
           05 filler            pic x(2) value spaces.
           05 cl-status-out     pic x(12).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value 'Expired: '.
           05 expired-count-out pic zzzz9.
           05 filler pic x(2) value spaces.
           05 filler pic x(4) value '30: '.
           05 due-30-count-out pic zzzz9.
           05 filler pic x(2) value spaces.
           05 filler pic x(4) value '60: '.
           05 due-60-count-out pic zzzz9.
           05 filler pic x(2) value spaces.
           05 filler pic x(4) value '90: '.
           05 due-90-count-out pic zzzz9.
           05 filler pic x(2) value spaces.
           05 filler pic x(13) value 'Not on File: '.
           05 missing-count-out pic zzzz9.

       procedure division.
       100-main.
           open input ship-master-file.
           if smf-file-status not = '00'
               display 'SHIP-MASTER-FILE FAILED TO OPEN, STATUS '
                   smf-file-status
               stop run
           end-if.
           open output file-out.
           perform 8900-open-exception-log.
           move 'SHIPCERTS   ' to excp-this-job.

           move 'VESSEL CERT EXPIRY  ' to banner-job-name.
           move 'VC0001' to banner-batch-id.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 110-load-ship-master.
           perform 120-load-certificates.
           perform 200-report-one-vessel
               varying sm-idx from 1 by 1
               until sm-idx > ship-master-count.

           move expired-count to expired-count-out.
           move due-30-count to due-30-count-out.
           move due-60-count to due-60-count-out.
           move due-90-count to due-90-count-out.
           move missing-count to missing-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close ship-master-file.
           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

       110-load-ship-master.
           read ship-master-file at end move 'n' to more-records.
           perform 115-load-one-ship until more-records = 'n'.
           move 'y' to more-records.

       115-load-one-ship.
           if ship-master-count >= 500
               display 'SHIP MASTER TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to ship-master-count.
           move sm-ship-name-in to smt-ship-name (ship-master-count).
           move sm-active-flag-in
               to smt-active-flag (ship-master-count).
           read ship-master-file at end move 'n' to more-records.

       120-load-certificates.
           open input vessel-cert-file.
           if vcf-file-status = '00'
               read vessel-cert-file
                   at end move 'n' to more-records
               end-read
               perform 125-load-one-certificate
                   until more-records = 'n'
           end-if.
           close vessel-cert-file.
           move 'y' to more-records.

       125-load-one-certificate.
           if cert-count >= 2000
               display 'CERTIFICATE TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to cert-count.
           move vc-ship-name-in to ct-ship-name (cert-count).
           move vc-cert-type-in to ct-cert-type (cert-count).
           move vc-issuing-body-in to ct-issuing-body (cert-count).
           move vc-expiry-date-in to ct-expiry-date (cert-count).
           read vessel-cert-file at end move 'n' to more-records.

      *the vessel's name prints on its first line only
       200-report-one-vessel.
           move 'n' to vessel-printed-flag.
           perform 210-check-one-certificate
               varying ct-idx from 1 by 1
               until ct-idx > cert-count.
           if smt-active (sm-idx)
               perform 250-check-mandatory-type
                   varying mt-idx from 1 by 1
                   until mt-idx > 3
           end-if.

       210-check-one-certificate.
           if ct-ship-name (ct-idx) = smt-ship-name (sm-idx)
               compute days-to-expiry =
                   ((ct-expiry-yyyy (ct-idx) - banner-run-yyyy)
                       * 360)
                   + ((ct-expiry-mm (ct-idx) - banner-run-mm) * 30)
                   + (ct-expiry-dd (ct-idx) - banner-run-dd)
               if days-to-expiry not > warn-days
                   perform 220-print-certificate
               end-if
           end-if.

       220-print-certificate.
           evaluate true
               when days-to-expiry < 0
                   move 'EXPIRED' to cl-status-out
                   add 1 to expired-count
                   if ct-mandatory (ct-idx) and smt-active (sm-idx)
                       move 'VCRT' to excp-reason-code
                       move 'mandatory vessel certificate expired'
                           to excp-reason-text
                       move cert-entry (ct-idx) to excp-record-image
                       perform 9000-log-exception
                   end-if
               when days-to-expiry not > 30
                   move 'DUE 30 DAYS' to cl-status-out
                   add 1 to due-30-count
               when days-to-expiry not > 60
                   move 'DUE 60 DAYS' to cl-status-out
                   add 1 to due-60-count
               when other
                   move 'DUE 90 DAYS' to cl-status-out
                   add 1 to due-90-count
           end-evaluate.
           move ct-cert-type (ct-idx) to cl-type-out.
           move ct-issuing-body (ct-idx) to cl-body-out.
           move ct-expiry-date (ct-idx) to cl-expiry-out.
           move days-to-expiry to cl-days-out.
           perform 300-print-cert-line.

      *an active vessel with no record of a mandatory type
       250-check-mandatory-type.
           move 'n' to mt-found-flag.
           perform 260-scan-for-type
               varying ct-idx from 1 by 1
               until ct-idx > cert-count or mt-found.
           if not mt-found
               add 1 to missing-count
               move mandatory-type (mt-idx) to cl-type-out
               move spaces to cl-body-out
               move 0 to cl-expiry-out
               move 0 to cl-days-out
               move 'NOT ON FILE' to cl-status-out
               perform 300-print-cert-line
           end-if.

       260-scan-for-type.
           if ct-ship-name (ct-idx) = smt-ship-name (sm-idx)
               and ct-cert-type (ct-idx) = mandatory-type (mt-idx)
               move 'y' to mt-found-flag
           end-if.

       300-print-cert-line.
           if vessel-printed
               move spaces to cl-vessel-out
           else
               move smt-ship-name (sm-idx) to cl-vessel-out
               move 'y' to vessel-printed-flag
           end-if.
           write record-out from cert-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       end program shipcerts.
