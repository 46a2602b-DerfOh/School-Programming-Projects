      *A shipment against a vessel SHIPMAST shows inactive, or a
      *vessel SHIPMAST doesn't know at all, is refused to the
      *report and the shared exception log -- no paper sails a
      *dead ship.  So is a shipment whose vessel sails after any of
      *its mandatory certificates (class, safety survey, P&I) on
      *VSLCERT has expired: the voyage's vessel and planned depart
      *date from VOYMAST when the voyage is on it, otherwise the
      *manifest vessel and the ship date.
       identification division.
       program-id. shipbol.
       environment division.
                 organization is line sequential
                 file status is br-file-status.

      *> the voyage's vessel and sail date for the certificate check
           select optional voyage-master-file assign to "VOYMAST"
                 organization is line sequential
                 file status is vmf-file-status.

      *> ship certificates shipmastmaint.cbl keeps
           select optional vessel-cert-file assign to "VSLCERT"
                 organization is line sequential
                 file status is vcf-file-status.

           select file-out assign to printer, "con".

           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd report-file-in label records are standard.
               10 table-unit-in     pic x(3).
               10 table-value-in    pic 9999v99.
               10 table-hazard-in   pic x.
               10 table-commodity-in pic x(10).
       01 table-in-header redefines table-in-record.
           05 table-in-count-field pic 9(4).
           05 filler               pic x(28).

       fd bol-seed-file label records are omitted.
       01 bol-seed-record.
           05 filler            pic x value space.
           05 br-voyage         pic x(6).

       fd voyage-master-file label records are omitted.
       01 voyage-master-record.
           05 vm-voyage-id-in pic x(6).
           05 vm-vessel-in pic x(15).
           05 vm-load-port-in pic x(5).
           05 vm-discharge-port-in pic x(5).
           05 vm-planned-depart-in pic 9(8).
           05 vm-planned-arrive-in pic 9(8).
           05 vm-actual-depart-in pic 9(8).
           05 vm-actual-arrive-in pic 9(8).
           05 vm-status-in pic x.

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
       01 sd-file-status pic xx.
       01 table-in-file-status pic xx.
       01 bs-file-status pic xx.
       01 br-file-status pic xx.
       01 vmf-file-status pic xx.
       01 vcf-file-status pic xx.

      *ship master in memory, the same table the value report and
      *readit build
       01 sm-found-flag pic x value 'n'.
           88 sm-found value 'y'.

      *voyage vessel and sail date, and the certificates each
      *vessel must hold in date on the day it sails
       01 voyage-master-table.
           05 voyage-master-entry occurs 1000 times.
              10 vmt-voyage-id pic x(6).
              10 vmt-vessel pic x(15).
              10 vmt-planned-depart pic 9(8).
       01 voyage-master-count pic 9(4) value 0.
       01 vmt-idx pic 9(4) value 0.
       01 vmt-found-flag pic x value 'n'.
           88 vmt-found value 'y'.
       01 vessel-cert-table.
           05 vessel-cert-entry occurs 2000 times.
              10 vct-ship-name pic x(15).
              10 vct-cert-type pic x(4).
                  88 vct-mandatory value 'CLAS' 'SAFE' 'PNI '.
              10 vct-expiry-date pic 9(8).
       01 vessel-cert-count pic 9(4) value 0.
       01 vct-idx pic 9(4) value 0.
       01 sailing-vessel pic x(15) value spaces.
       01 sailing-date pic 9(8) value 0.
       01 cert-lapsed-flag pic x value 'n'.
           88 cert-lapsed value 'y'.

      *cargo table for the description block on the document
       01 sub pic 9(4) value 0.
       01 cargo-count pic 9(4) value 0.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           move 3 to page-line-count.

           perform 110-read-bol-seed.
           perform 120-load-ship-master.
           perform 130-load-cargo-table.
           perform 140-load-voyage-master.
           perform 150-load-vessel-certs.

           read report-file-in at end move 'n' to more-records.
           perform 200-issue-one-bol until more-records = 'n'.
           move shipments-refused to refused-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           perform 900-rewrite-bol-seed.
           close report-file-in.
           close table-in.
           close bol-register.
           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

      *the manifest's vessel is the shipment's company name, the
      *same 15-byte match the value report's capacity check uses;
      *a dead or unknown vessel gets no paper
       140-load-voyage-master.
           open input voyage-master-file.
           if vmf-file-status = '00'
               read voyage-master-file
                   at end move 'n' to more-records
               end-read
               perform 145-load-one-voyage until more-records = 'n'
           end-if.
           close voyage-master-file.
           move 'y' to more-records.

       145-load-one-voyage.
           if voyage-master-count >= 1000
               display 'VOYAGE MASTER TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to voyage-master-count.
           move vm-voyage-id-in to vmt-voyage-id (voyage-master-count).
           move vm-vessel-in to vmt-vessel (voyage-master-count).
           move vm-planned-depart-in
               to vmt-planned-depart (voyage-master-count).
           read voyage-master-file
               at end move 'n' to more-records.

       150-load-vessel-certs.
           open input vessel-cert-file.
           if vcf-file-status = '00'
               read vessel-cert-file
                   at end move 'n' to more-records
               end-read
               perform 155-load-one-cert until more-records = 'n'
           end-if.
           close vessel-cert-file.
           move 'y' to more-records.

       155-load-one-cert.
           if vessel-cert-count >= 2000
               display 'VESSEL CERT TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to vessel-cert-count.
           move vc-ship-name-in to vct-ship-name (vessel-cert-count).
           move vc-cert-type-in to vct-cert-type (vessel-cert-count).
           move vc-expiry-date-in
               to vct-expiry-date (vessel-cert-count).
           read vessel-cert-file
               at end move 'n' to more-records.

       200-issue-one-bol.
           move 'n' to sm-found-flag.
           perform 210-scan-one-vessel
               varying sm-idx from 1 by 1
               until sm-idx > ship-master-count or sm-found.
           move 'n' to cert-lapsed-flag.
           if sm-found
               perform 220-check-certificates
           end-if.
           evaluate true
               when not sm-found
                   move 'NOT ON SHIPMAST     ' to ref-reason-out
               when not smt-active (sm-match-idx)
                   move 'VESSEL INACTIVE     ' to ref-reason-out
                   perform 400-refuse-shipment
               when cert-lapsed
                   move 'CERTIFICATE EXPIRED ' to ref-reason-out
                   perform 400-refuse-shipment
               when other
                   perform 300-print-one-bol
           end-evaluate.
               move sm-idx to sm-match-idx
           end-if.

      *the vessel that actually sails the voyage, on its planned
      *depart date; with no voyage on VOYMAST, the manifest vessel
      *on the ship date.  sailing on the expiry date is in date.
       220-check-certificates.
           move smt-ship-name (sm-match-idx) to sailing-vessel.
           move ship-date-in to sailing-date.
           move 'n' to vmt-found-flag.
           if voyage-id-in not = spaces
               perform 225-scan-one-voyage
                   varying vmt-idx from 1 by 1
                   until vmt-idx > voyage-master-count or vmt-found
           end-if.
           perform 230-scan-one-cert
               varying vct-idx from 1 by 1
               until vct-idx > vessel-cert-count or cert-lapsed.

       225-scan-one-voyage.
           if vmt-voyage-id (vmt-idx) = voyage-id-in
               move 'y' to vmt-found-flag
               move vmt-vessel (vmt-idx) to sailing-vessel
               move vmt-planned-depart (vmt-idx) to sailing-date
           end-if.

       230-scan-one-cert.
           if vct-ship-name (vct-idx) = sailing-vessel
               and vct-mandatory (vct-idx)
               and vct-expiry-date (vct-idx) < sailing-date
               move 'y' to cert-lapsed-flag
           end-if.

       300-print-one-bol.
           write record-out from bol-rule-out
               after advancing page.
           move 'P' to capture-mode.
           perform 8020-capture-line.
           move bol-number to bol-number-out.
           move ship-date-in to bol-date-out.
           write record-out from bol-title-out
               after advancing 1 line.
           perform 8020-capture-line.
           move company-name to bol-company-out.
           write record-out from bol-shipper-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move smt-ship-name (sm-match-idx)
               to bol-vessel-name-out.
           move smt-registration (sm-match-idx)
               to bol-registration-out.
           write record-out from bol-vessel-out
               after advancing 1 line.
           perform 8020-capture-line.

           perform 310-describe-cargo.
           write record-out from bol-cargo-out
               after advancing 1 line.
           perform 8020-capture-line.
           write record-out from bol-declared-out
               after advancing 1 line.
           perform 8020-capture-line.

           move voyage-id-in to bol-voyage-id-out.
           move country-in to bol-country-out.
           write record-out from bol-voyage-out
               after advancing 1 line.
           perform 8020-capture-line.
           write record-out from bol-rule-out
               after advancing 1 line.
           perform 8020-capture-line.
           move 2 to page-line-count.

           move bol-number to br-bol-no.
           move company-name (1:15) to ref-vessel-out.
           write record-out from refuse-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           if cert-lapsed
               move 'VCRT' to excp-reason-code
               move 'b/l refused - vessel certificate expired'
                   to excp-reason-text
           else
               move 'VESL' to excp-reason-code
               move 'b/l refused - vessel not issuable'
                   to excp-reason-text
           end-if.
           move report-record-in to excp-record-image.
           perform 9000-log-exception.

