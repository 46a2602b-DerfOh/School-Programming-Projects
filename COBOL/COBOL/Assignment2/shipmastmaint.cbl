      *capacity change, 'Y' activate, 'N' deactivate), ship-name,
      *registration, capacity-tons.  Every applied change journals
      *its before/after image to the shared master-file journal.
      *
      *The same stream keeps each ship's certificates on VSLCERT
      *(one record per ship and certificate type: issuing body,
      *issue date, expiry date): action 'C' files a certificate or
      *its renewal over the one on file, 'X' withdraws it, the
      *ship-name followed by certificate type, issuing body, issue
      *and expiry dates.  Class ('CLAS'), safety survey ('SAFE')
      *and P&I insurance ('PNI ') are the mandatory types shipbol
      *and the value report hold a sailing to.  Certificate changes
      *journal as VSLCERT.
       identification division.
       program-id. shipmastmaint.
       environment division.
           select ship-master-file assign to "SHIPMAST"
                 organization is line sequential
                 file status is smf-file-status.
      *> optional until the first certificate is filed
           select optional vessel-cert-file assign to "VSLCERT"
                 organization is line sequential
                 file status is vc-file-status.
           select tran-file assign to "SHIPMTRAN"
                 organization is line sequential.
           select shipment-data-file assign to "SHIPDATA"

           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd ship-master-file label records are omitted.
           05 sm-active-flag-in pic x.
           05 sm-capacity-tons-in pic 9(6).

       fd vessel-cert-file label records are omitted.
       01 vessel-cert-record.
           05 vc-ship-name-in pic x(15).
           05 vc-cert-type-in pic x(4).
           05 vc-issuing-body-in pic x(20).
           05 vc-issue-date-in pic 9(8).
           05 vc-expiry-date-in pic 9(8).

       fd tran-file label records are standard.
       01 tran-record.
           05 st-action         pic x.
               88 st-reg-change     value 'R'.
               88 st-activate       value 'Y'.
               88 st-deactivate     value 'N'.
               88 st-cert-file      value 'C'.
               88 st-cert-withdraw  value 'X'.
           05 st-ship-name      pic x(15).
           05 st-ship-detail.
               10 st-registration   pic x(10).
               10 st-capacity       pic 9(6).
               10 filler            pic x(24).
           05 st-cert-detail redefines st-ship-detail.
               10 st-cert-type      pic x(4).
               10 st-issuing-body   pic x(20).
               10 st-issue-date     pic 9(8).
               10 st-expiry-date    pic 9(8).

       fd shipment-data-file label records are omitted.
       01 shipment-data-record.

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 smf-file-status pic xx.
       01 sd-file-status pic xx.
       01 vc-file-status pic xx.

       01 fleet-table.
           05 fleet-entry occurs 500 times.
       01 fl-found-flag pic x value 'n'.
           88 fl-found value 'y'.

      *every ship's certificates, rewritten with the master
       01 cert-table.
           05 cert-entry occurs 2000 times.
               10 ct-ship-name      pic x(15).
               10 ct-cert-type      pic x(4).
               10 ct-issuing-body   pic x(20).
               10 ct-issue-date     pic 9(8).
               10 ct-expiry-date    pic 9(8).
       01 cert-count pic 9(4) value 0.
       01 ct-idx pic 9(4) value 0.
       01 ct-match-idx pic 9(4) value 0.
       01 ct-found-flag pic x value 'n'.
           88 ct-found value 'y'.

       01 applied-count pic 9(5) value 0.
       01 rejected-count pic 9(5) value 0.
       01 idle-count pic 9(5) value 0.
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
           perform 200-apply-transactions.
           perform 500-rewrite-ship-master.
           perform 550-rewrite-certificates.
           perform 600-scan-shipment-data.
           perform 700-print-fleet-activity.

           move idle-count to idle-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           close master-journal.
           close exception-log.
           stop run.
           move 0 to fl-last-seen (fleet-count).
           read ship-master-file at end move 'n' to more-records.

       120-load-certificates.
           open input vessel-cert-file.
           if vc-file-status = '00'
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
           move vessel-cert-record to cert-entry (cert-count).
           read vessel-cert-file at end move 'n' to more-records.

       200-apply-transactions.
           open input tran-file.
           read tran-file at end move 'n' to more-records.
                   perform 320-apply-reg-change
               when st-activate or st-deactivate
                   perform 340-apply-flag-change
               when st-cert-file
                   perform 360-apply-certificate
               when st-cert-withdraw
                   perform 380-withdraw-certificate
               when other
                   move 'REJECTED - BAD ACTION' to act-disp-out
                   perform 400-reject-transaction
               add 1 to applied-count
           end-if.

      *    a certificate is filed against a ship on the master; a
      *    renewal of the same type replaces the one on file
       360-apply-certificate.
           perform 230-find-certificate.
           evaluate true
               when not fl-found
                   move 'REJECTED - SHIP NOT ON FILE' to act-disp-out
                   perform 400-reject-transaction
               when st-cert-type = spaces
                   move 'REJECTED - NO CERT TYPE' to act-disp-out
                   perform 400-reject-transaction
               when st-issue-date not numeric
                   or st-expiry-date not numeric
                   or st-expiry-date not > st-issue-date
                   move 'REJECTED - BAD CERT DATES' to act-disp-out
                   perform 400-reject-transaction
               when ct-found
                   move 'VSLCERT ' to mj-this-file
                   move cert-entry (ct-match-idx) to mj-before-image
                   perform 370-move-certificate
                   move 'C' to mj-action-code
                   move cert-entry (ct-match-idx) to mj-after-image
                   perform 9850-journal-update
                   move 'SHIPMAST' to mj-this-file
                   move 'APPLIED - CERT RENEWED' to act-disp-out
                   perform 250-print-activity-line
                   add 1 to applied-count
               when other
                   if cert-count >= 2000
                       display 'CERTIFICATE TABLE FULL, CANNOT CONTINUE'
                       stop run
                   end-if
                   add 1 to cert-count
                   move cert-count to ct-match-idx
                   perform 370-move-certificate
                   move 'VSLCERT ' to mj-this-file
                   move 'A' to mj-action-code
                   move spaces to mj-before-image
                   move cert-entry (ct-match-idx) to mj-after-image
                   perform 9850-journal-update
                   move 'SHIPMAST' to mj-this-file
                   move 'APPLIED - CERT FILED' to act-disp-out
                   perform 250-print-activity-line
                   add 1 to applied-count
           end-evaluate.

       370-move-certificate.
           move st-ship-name to ct-ship-name (ct-match-idx).
           move st-cert-type to ct-cert-type (ct-match-idx).
           move st-issuing-body to ct-issuing-body (ct-match-idx).
           move st-issue-date to ct-issue-date (ct-match-idx).
           move st-expiry-date to ct-expiry-date (ct-match-idx).

      *    a withdrawn certificate leaves the file; its slot is
      *    blanked and skipped when the file is rewritten
       380-withdraw-certificate.
           perform 230-find-certificate.
           if not ct-found
               move 'REJECTED - CERT NOT ON FILE' to act-disp-out
               perform 400-reject-transaction
           else
               move 'VSLCERT ' to mj-this-file
               move 'D' to mj-action-code
               move cert-entry (ct-match-idx) to mj-before-image
               move spaces to mj-after-image
               perform 9850-journal-update
               move 'SHIPMAST' to mj-this-file
               move spaces to ct-ship-name (ct-match-idx)
               move 'APPLIED - CERT WITHDRAWN' to act-disp-out
               perform 250-print-activity-line
               add 1 to applied-count
           end-if.

       230-find-certificate.
           move 'n' to ct-found-flag.
           perform 235-scan-one-certificate
               varying ct-idx from 1 by 1
               until ct-idx > cert-count or ct-found.

       235-scan-one-certificate.
           if ct-ship-name (ct-idx) = st-ship-name
               and ct-cert-type (ct-idx) = st-cert-type
               move 'y' to ct-found-flag
               move ct-idx to ct-match-idx
           end-if.

       400-reject-transaction.
           perform 250-print-activity-line.
           add 1 to rejected-count.
       250-print-activity-line.
           move st-action to act-action-out.
           move st-ship-name to act-ship-out.
           if st-cert-file or st-cert-withdraw
               move st-cert-type to act-reg-out
           else
               move st-registration to act-reg-out
           end-if.
           write record-out from print-activity-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *journal images are built in the master's own record layout
           move fl-capacity (fl-idx) to sm-capacity-tons-in.
           write ship-master-record.

       550-rewrite-certificates.
           open output vessel-cert-file.
           perform 560-write-one-certificate
               varying ct-idx from 1 by 1
               until ct-idx > cert-count.
           close vessel-cert-file.

       560-write-one-certificate.
           if ct-ship-name (ct-idx) not = spaces
               move cert-entry (ct-idx) to vessel-cert-record
               write vessel-cert-record
           end-if.

      *the newest ship-date on any of the vessel's manifest lines
      *is its last sighting; SHIPDATA names ships in a 20-byte
      *field, matched here on the master's 15
       700-print-fleet-activity.
           write record-out from fleet-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           write record-out from fleet-header-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 710-print-one-vessel
               varying fl-idx from 1 by 1
           perform 720-judge-standing.
           write record-out from print-fleet-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *idle means active but unseen inside the threshold; an
