      *>   paragraph (unknown-country, unmatched-cargo, the subtotal
      *>   and grand-total lines) now PERFORMs 8100-advance-line after
      *>   its WRITE, not just the main detail line.
      *> a keyed voyage-id must now be on the VOYMAST voyage master
      *>   voymaint.cbl keeps, and not yet sailed: a shipment on an
      *>   unknown, cancelled or departed voyage is refused to the
      *>   exception log.  the voyage section takes its vessel from
      *>   the master, so the capacity check weighs the ship that
      *>   actually sails instead of the shipper's name.
      *> each shipment on a voyage is matched to its confirmed
      *>   SHIPBOOK space booking (shipbook.cbl) by voyage, company
      *>   and cargo, and the booking is marked shipped.  cargo
      *>   shipped without a booking is flagged under its detail
      *>   line, and a booking on a voyage that loaded today but
      *>   never shipped prints in its own section; both go to the
      *>   exception log.
      *> every billed shipment is also appended to SHIPBLHS, a
      *>   running billing history carrying the ship date and the
      *>   shipment's tons, so a job that needs a whole period's
      *>   activity (shiprebate.cbl's volume rebates) doesn't depend
      *>   on the one night SHIPBILL holds.
      *> a bunker adjustment factor moves freight with fuel: the
      *>   BUNKER file's price per tonne in force on the ship date,
      *>   against its base price, gives a surcharge percent (a
      *>   credit when fuel is below base) that prices against the
      *>   shipment's freight value in its own column and rides
      *>   SHIPBILL, percent and amount, to the invoice and journal
      *>   jobs.  an honored quote keeps the percent it was quoted
      *>   at.
      *> every priced shipment is declared to customs for export:
      *>   one EXPDECL record in the authority's fixed layout per
      *>   shipment -- exporter from SHIPCOMP, the commodity code
      *>   CARGOTAB now carries per cargo, quantity and unit, the
      *>   value converted to USD, the destination validated
      *>   against COUNTRYREF, vessel and voyage, and the B/L
      *>   shipbol.cbl issued for it off BOLREG -- closed with the
      *>   shop-standard trailer.  each declaration filed also
      *>   lands on the EXPDREG register pending customs' answer,
      *>   which shipexack.cbl posts.  a shipment with no B/L or
      *>   no commodity code can't be declared; it is flagged under
      *>   its detail line and to the exception log.
      *> SHIPCOMP now carries a contact name and mailing address the
      *>   freight statements and dunning letters go to; this job
      *>   carries them in the record layout but has no use for them
      *>   here.
      *> a voyage whose vessel sails after any of its mandatory
      *>   certificates (class, safety survey, P&I) has expired is
      *>   refused like a cancelled one, under its own exception
      *>   code.  certificates come from VSLCERT, which
      *>   shipmastmaint.cbl keeps; no file means no check.
      *> every line of the report is captured to the RPTREPO report
      *>   repository as it prints, through the shared banner and
      *>   page-break copybooks, so rptreprint.cbl can put a night's
      *>   report back on paper; the banner copy now writes through
      *>   report-record-out so the full 132-byte line is captured.
      *> a company whose principal is linked on the shared party
      *>   master (partymatch.cbl) to someone another business has
      *>   blocked is refused like a credit hold, under its own
      *>   exception code; one the party carries as certified-funds
      *>   only ships but is logged so the desk sees it.  no party
      *>   files means no check.
       identification division.
       program-id. shipLookupTable.

             organization is line sequential
             file status is qg-file-status.

      *> the voyage schedule voymaint.cbl keeps
           Select voyage-master-file assign to "VOYMAST"
             organization is line sequential
             file status is vmf-file-status.

      *> ship certificates shipmastmaint.cbl keeps; optional so a
      *> shop not yet tracking certificates still prices
           Select optional vessel-cert-file assign to "VSLCERT"
             organization is line sequential
             file status is vcf-file-status.

      *> space bookings shipbook.cbl keeps; optional so a shop
      *> not yet booking ahead still prices its shipments
           Select optional booking-file assign to "SHIPBOOK"
             organization is indexed
             access mode is dynamic
             record key is bk-key
             file status is bkf-file-status.

      *> bunker fuel price per tonne by effective date; optional
      *> so no price on file simply means no surcharge
           Select optional bunker-file assign to "BUNKER"
             organization is line sequential
             file status is bun-file-status.

           Select company-master-file assign to "SHIPCOMP"
             organization is line sequential
             file status is scm-file-status.
           select extract-file assign to "SLEXTR"
             organization is line sequential.

      *> cumulative: appended to every run, never rewritten
           select billing-history-file assign to "SHIPBLHS"
             organization is line sequential
             file status is bh-file-status.

      *> the B/Ls shipbol.cbl issued, for the declaration's B/L
      *> number; optional so a shop not yet issuing B/Ls still
      *> prices (nothing is declared without one)
           select optional bol-register assign to "BOLREG"
             organization is line sequential
             file status is br-file-status.

      *> outbound to the customs authority, rebuilt every run
           select export-decl-file assign to "EXPDECL"
             organization is line sequential.

      *> cumulative: every declaration filed, awaiting customs'
      *> acknowledgement or rejection
           select export-decl-register assign to "EXPDREG"
             organization is line sequential
             file status is xr-file-status.

           copy EXCPSEL.

           copy PRTYSEL.

           copy JRNLSEL.

           copy STATSSEL.

           copy SUMMSEL.


           copy RPTSEL.

        Data Division.

        File Section.
                10 table-unit-in     pic x(3).
                10 table-value-in    pic 9999v99.
                10 table-hazard-in   pic x.
                10 table-commodity-in pic x(10).
        01 table-in-header redefines table-in-record.
            05 table-in-count-field pic 9(4).
            05 filler               pic x(28).

        FD price-history-file label records are omitted.
        01 price-history-record.
            05 bl-insurance pic 9(8)v99.
            05 bl-company-id pic x(6).
            05 bl-voyage pic x(6).
            05 bl-bunker-pct pic s999v99 sign leading separate.
            05 bl-bunker pic s9(8)v99 sign leading separate.

        FD billing-history-file label records are omitted.
        01 billing-history-record.
            05 bh-company-id pic x(6).
            05 bh-ship-date pic 9(8).
            05 bh-voyage pic x(6).
            05 bh-cargo pic x(10).
            05 bh-tons pic 9(8)v99.
            05 bh-value pic 9(10)v99.
            05 bh-currency pic x(3).

      *    one row per currency per delivery from the bank; the
      *    newest effective date per currency is the rate in force
            05 qg-duty           pic 9(8)v99.
            05 filler            pic x.
            05 qg-total          pic 9(10)v99.
            05 filler            pic x.
            05 qg-bunker-area.
                10 qg-bunker-pct pic s999v99 sign leading separate.
            05 qg-bunker-text redefines qg-bunker-area pic x(6).

      *    the base price is the fuel price the freight tariff was
      *    set against; the surcharge moves with the gap
        FD bunker-file label records are omitted.
        01 bunker-record.
            05 bun-effective-date-in pic 9(8).
            05 bun-price-in pic 9(5)v99.
            05 bun-base-price-in pic 9(5)v99.

        FD voyage-master-file label records are omitted.
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

        FD vessel-cert-file label records are omitted.
        01 vessel-cert-record.
            05 vc-ship-name-in pic x(15).
            05 vc-cert-type-in pic x(4).
            05 vc-issuing-body-in pic x(20).
            05 vc-issue-date-in pic 9(8).
            05 vc-expiry-date-in pic 9(8).

        FD booking-file label records are standard.
        01 booking-record.
            05 bk-key.
                10 bk-voyage-id pic x(6).
                10 bk-booking-no pic 9(7).
            05 bk-company-id pic x(6).
            05 bk-cargo pic x(10).
            05 bk-units pic 9(6).
            05 bk-unit pic x(3).
            05 bk-tons pic 9(8)v99.
            05 bk-quote-no pic 9(7).
            05 bk-status pic x.
                88 bk-booked value 'B'.
            05 bk-booked-date pic 9(8).

        FD company-master-file label records are omitted.
        01 company-master-record.
            05 scm-company-name-in pic x(20).
            05 scm-credit-limit-in pic 9(9)v99.
            05 scm-standing-in pic x.
            05 scm-contact-in pic x(20).
            05 scm-addr-line-in pic x(25).
            05 scm-city-in pic x(15).
            05 scm-state-in pic x(2).
            05 scm-zip-in pic x(5).

        FD open-invoice-file label records are omitted.
        01 open-invoice-record.
            05 ins-hazard-in pic x.
            05 ins-rate-in pic v9999.

        FD bol-register label records are omitted.
        01 bol-register-record.
            05 br-bol-no pic 9(7).
            05 filler pic x.
            05 br-issue-date pic 9(8).
            05 filler pic x.
            05 br-company pic x(20).
            05 filler pic x.
            05 br-vessel pic x(15).
            05 filler pic x.
            05 br-cargo pic x(10).
            05 filler pic x.
            05 br-units pic 9(6).
            05 filler pic x.
            05 br-voyage pic x(6).

      *    the customs authority's fixed declaration layout
        FD export-decl-file label records are omitted.
        01 export-decl-record.
            05 xd-bol-no pic 9(7).
            05 xd-exporter-id pic x(6).
            05 xd-exporter-name pic x(20).
            05 xd-commodity-code pic x(10).
            05 xd-quantity pic 9(6).
            05 xd-unit pic x(3).
            05 xd-value-usd pic 9(10)v99.
            05 xd-destination pic x(6).
            05 xd-vessel pic x(15).
            05 xd-voyage pic x(6).
            05 xd-ship-date pic 9(8).

        FD export-decl-register label records are omitted.
        01 export-decl-register-record.
            05 xr-bol-no pic 9(7).
            05 filler pic x.
            05 xr-filed-date pic 9(8).
            05 filler pic x.
            05 xr-company-id pic x(6).
            05 filler pic x.
            05 xr-voyage pic x(6).
            05 filler pic x.
            05 xr-vessel pic x(15).
            05 filler pic x.
            05 xr-cargo pic x(10).
            05 filler pic x.
            05 xr-commodity-code pic x(10).
            05 filler pic x.
            05 xr-destination pic x(6).
            05 filler pic x.
            05 xr-value-usd pic 9(10)v99.
            05 filler pic x.
            05 xr-status pic x.
            05 filler pic x.
            05 xr-response-date pic 9(8).
            05 filler pic x.
            05 xr-customs-ref pic x(12).
            05 filler pic x.
            05 xr-reject-code pic x(4).
            05 filler pic x.
            05 xr-reject-text pic x(30).

        FD extract-file label records are omitted.
        01 extract-record pic x(200).


        copy EXCPFD.

       copy PRTYFD.

       copy JRNLFD.

       copy STATSFD.

        copy SUMMFD.


        copy RPTFD.

       Working-Storage Section.


        copy BANNERWS.
        copy PAGEBRKW.
        copy EXCPWS.
       copy PRTYWS.
       copy STATSWS.
       copy TRLRWS.
       copy DELIMWS.
       copy SUMMWS.
       copy JRNLWS.

       01 hash-value-num pic 9(12) value 0.

        01 ins-file-status pic xx.
        01 qg-file-status pic xx.
        01 scm-file-status pic xx.
        01 bh-file-status pic xx.
        01 br-file-status pic xx.
        01 xr-file-status pic xx.
        01 bun-file-status pic xx.
        01 vmf-file-status pic xx.
        01 vcf-file-status pic xx.
        01 bkf-file-status pic xx.
        01 orv-file-status pic xx.
        01 smf-file-status pic xx.
        01 tf-file-status pic xx.
        01 column-headers.
            05 filler pic x(1) value space.
            05 filler pic x(9) value 'Ship Name'.
            05 filler pic x(14) value space.
            05 filler pic x(5) value 'Cargo'.
            05 filler pic x(5) value space.
            05 filler pic x(5) value 'Units'.
            05 filler pic x(6) value 'Voyage'.
            05 filler pic x(3) value space.
            05 filler pic x(5) value 'Insur'.
            05 filler pic x(6) value space.
            05 filler pic x(6) value 'Bunker'.



        01 ship-detail-record-out.
           05 filler pic x(1) value space.
           05 company-name-out pic x(20).
           05 filler pic x(3) value space.
           05 cargo-name-out pic x(9).
           05 filler pic x(1) value space.
           05 units-out pic zzzz9.
           05 voyage-out pic x(6).
           05 filler pic x(2) value space.
           05 insurance-out pic $zz,zz9.99.
           05 filler pic x(1) value space.
           05 bunker-out pic zz,zz9.99-.

      *    heading/line for a shipment whose cargo never matched
      *    cargo-table-array
            05 filler pic x(2) value spaces.
            05 cmr-reason-out pic x(25).

        01 voyage-refuse-line-out.
            05 filler pic x(1) value spaces.
            05 filler pic x(27) value
                'SHIPMENT REFUSED - VOYAGE  '.
            05 vyr-id-out pic x(6).
            05 filler pic x(2) value spaces.
            05 vyr-reason-out pic x(25).

        01 undeclared-line-out.
            05 filler pic x(10) value spaces.
            05 filler pic x(36) value
                '*** NO EXPORT DECLARATION FILED - '.
            05 und-reason-out pic x(24).

        01 declaration-summary-out.
            05 filler pic x(1) value spaces.
            05 filler pic x(22) value 'Export Declarations:  '.
            05 dcs-declared-out pic zzzz9.
            05 filler pic x(3) value spaces.
            05 filler pic x(14) value 'Not Declared: '.
            05 dcs-undeclared-out pic zzzz9.

        01 unbooked-line-out.
            05 filler pic x(10) value spaces.
            05 filler pic x(40) value
                '*** SHIPPED WITHOUT A SPACE BOOKING ***'.

        01 unshipped-heading-out.
            05 filler pic x(1) value spaces.
            05 filler pic x(37) value
                'Bookings Not Shipped on Voyages Today'.

        01 unshipped-line-out.
            05 filler pic x(1) value spaces.
            05 ubs-voyage-out pic x(6).
            05 filler pic x(2) value spaces.
            05 ubs-booking-out pic 9(7).
            05 filler pic x(2) value spaces.
            05 ubs-company-out pic x(6).
            05 filler pic x(2) value spaces.
            05 ubs-cargo-out pic x(10).
            05 filler pic x(2) value spaces.
            05 ubs-tons-out pic zzz,zz9.99.
            05 filler pic x(1) value 'T'.

        01 booking-summary-out.
            05 filler pic x(1) value spaces.
            05 filler pic x(17) value 'Shipped Unbooked:'.
            05 bks-unbooked-out pic zzzz9.
            05 filler pic x(3) value spaces.
            05 filler pic x(21) value 'Bookings Not Shipped:'.
            05 bks-unshipped-out pic zzzz9.

        01 quote-variance-out.
            05 filler pic x(10) value spaces.
            05 filler pic x(17) value 'Quote Honored -  '.
              10 unit-of-measure pic x(3).
              10 cost pic 9999v99 value zero.
              10 hazard-class pic x.
              10 commodity-code pic x(10).

       01 cargo-rows-loaded pic 9(4) value 0.
       01 shipment-total pic 9999999999v99.
       01 company-ok-flag pic x value 'y'.
           88 company-ok value 'y'.
       01 company-reject-reason pic x(25) value spaces.
       01 party-refused-flag pic x value 'n'.
           88 party-refused value 'y'.
       01 shipments-refused-count pic 9(5) value 0.

      *voyages a shipment may still be booked on: on the master,
      *scheduled, not yet sailed
       01 voyage-master-table.
           05 voyage-master-entry occurs 1000 times.
              10 vmt-voyage-id pic x(6).
              10 vmt-vessel pic x(15).
              10 vmt-planned-depart pic 9(8).
              10 vmt-status pic x.
                  88 vmt-scheduled value 'S'.
                  88 vmt-cancelled value 'X'.
       01 voyage-master-count pic 9(4) value 0.
       01 vmt-idx pic 9(4) value 0.
       01 vmt-match-idx pic 9(4) value 0.
       01 vmt-found-flag pic x value 'n'.
           88 vmt-found value 'y'.
       01 more-voyage-recs pic x value 'y'.
       01 voyage-ok-flag pic x value 'y'.
           88 voyage-ok value 'y'.
       01 voyage-reject-reason pic x(25) value spaces.

      *the mandatory certificates each vessel must hold in date on
      *the day its voyage sails
       01 vessel-cert-table.
           05 vessel-cert-entry occurs 2000 times.
              10 vct-ship-name pic x(15).
              10 vct-cert-type pic x(4).
                  88 vct-mandatory value 'CLAS' 'SAFE' 'PNI '.
              10 vct-expiry-date pic 9(8).
       01 vessel-cert-count pic 9(4) value 0.
       01 vct-idx pic 9(4) value 0.
       01 more-cert-recs pic x value 'y'.
       01 cert-lapsed-flag pic x value 'n'.
           88 cert-lapsed value 'y'.

      *confirmed space bookings, matched off as the cargo ships
       01 booking-table.
           05 booking-entry occurs 2000 times.
              10 bkt-voyage-id pic x(6).
              10 bkt-booking-no pic 9(7).
              10 bkt-company-id pic x(6).
              10 bkt-cargo pic x(10).
              10 bkt-tons pic 9(8)v99.
              10 bkt-shipped-flag pic x.
                  88 bkt-shipped value 'y'.
       01 booking-count pic 9(4) value 0.
       01 bkt-idx pic 9(4) value 0.
       01 bkt-match-idx pic 9(4) value 0.
       01 bkt-found-flag pic x value 'n'.
           88 bkt-found value 'y'.
       01 more-booking-recs pic x value 'y'.
       01 bookings-on-file-flag pic x value 'n'.
           88 bookings-on-file value 'y'.
       01 unbooked-count pic 9(5) value 0.
       01 unshipped-count pic 9(5) value 0.

      *unexpired quotes honored at the quoted price
       01 quote-table.
           05 quote-entry occurs 200 times.
              10 qt-cargo pic x(10).
              10 qt-value pic 9(10)v99.
              10 qt-duty pic 9(8)v99.
              10 qt-bunker-pct pic s999v99.
       01 quote-count pic 9(3) value 0.
       01 qt-idx pic 9(3) value 0.
       01 qt-match-idx pic 9(3) value 0.
       01 vy-found-flag pic x value 'n'.
           88 vy-found value 'y'.
       01 shipment-tons pic 9(8)v99 value 0.

      *bunker prices by effective date; the newest row on or
      *before the ship date sets the surcharge percent
       01 bunker-table.
           05 bunker-entry occurs 120 times.
              10 bnt-effective-date pic 9(8).
              10 bnt-price pic 9(5)v99.
              10 bnt-base-price pic 9(5)v99.
       01 bunker-count pic 999 value 0.
       01 bnt-idx pic 999 value 0.
       01 bnt-match-idx pic 999 value 0.
       01 more-bunker-recs pic x value 'y'.
       01 bunker-pct pic s999v99 value 0.
       01 bunker-amount pic s9(8)v99 value 0.
       01 vessel-capacity pic 9(6) value 0.

      *issued B/Ls, matched off one per shipment as it is declared
       01 bol-table.
           05 bol-entry occurs 5000 times.
              10 bt-bol-no pic 9(7).
              10 bt-issue-date pic 9(8).
              10 bt-company pic x(20).
              10 bt-cargo pic x(10).
              10 bt-units pic 9(6).
              10 bt-voyage pic x(6).
              10 bt-declared-flag pic x.
                  88 bt-declared value 'y'.
       01 bol-count pic 9(4) value 0.
       01 bt-idx pic 9(4) value 0.
       01 bt-match-idx pic 9(4) value 0.
       01 bt-found-flag pic x value 'n'.
           88 bt-found value 'y'.
       01 more-bol-recs pic x value 'y'.
      *B/Ls carry the company name as keyed on SHIPDATA, before
      *the SHIPCOMP name replaces it
       01 keyed-company-name pic x(20) value spaces.
       01 declared-value-usd pic 9(10)v99 value 0.
       01 declared-count pic 9(5) value 0.
       01 undeclared-count pic 9(5) value 0.
       01 decl-trailer-count pic 9(7) value 0.
       01 decl-trailer-hash pic 9(13) value 0.
       01 undeclared-reason pic x(24) value spaces.

       procedure division.


            perform 408-load-demurrage-fees.
            perform 417-load-insurance-rates.
            perform 419-load-quote-register.
            perform 433-load-bunker-prices.
            perform 422-load-company-master.
            perform 428-load-voyage-master.
            perform 439-load-vessel-certs.
            perform 431-load-bookings.
            perform 423-load-open-receivables.
            perform 409-load-fx-rates.
            perform 410-load-cargo-table.
            perform 420-load-price-history.
            perform 430-load-country-ref.
            perform 437-load-bol-register.
            perform 300-process-shipments.
            perform 500-print-subtotals.
            move 'SHIPPING    ' to summ-business.
       200-write-headers.
           write report-record-out from column-headers before
           advancing 1 line.
           move 'B' to capture-mode.
           perform 8020-capture-line.
           move 1 to page-line-count.


           open output report-file-out.
           open output billing-file.
           open output extract-file.
           open extend billing-history-file.
           if bh-file-status not = '00'
               open output billing-history-file
               close billing-history-file
               open extend billing-history-file
           end-if.
           open output export-decl-file.
           open extend export-decl-register.
           if xr-file-status not = '00'
               open output export-decl-register
               close export-decl-register
               open extend export-decl-register
           end-if.
           perform 890-write-extract-header.
           perform 8900-open-exception-log.
           move 'SHIPLOOKUP  ' to excp-this-job.
           perform 8110-open-party-files.
           perform 9800-open-master-journal.
           move 'SHIPBOOK' to mj-this-file.
           move 'SHIPLOOKUP  ' to stats-this-job.
           perform 9100-start-job-stats.

           move qg-cargo to qt-cargo (quote-count).
           move qg-value to qt-value (quote-count).
           move qg-duty to qt-duty (quote-count).
      *        a quote written before the surcharge carries none
           if qg-bunker-text = spaces
               move 0 to qt-bunker-pct (quote-count)
           else
               move qg-bunker-pct to qt-bunker-pct (quote-count)
           end-if.
           read quote-register
               at end move 'n' to more-quote-recs
           end-read.

       433-load-bunker-prices.
           open input bunker-file.
           if bun-file-status = '00'
               read bunker-file
                   at end move 'n' to more-bunker-recs
               end-read
               perform 434-load-one-bunker-price
                   until more-bunker-recs = 'n'
           end-if.
           close bunker-file.

       434-load-one-bunker-price.
           if bunker-count >= 120
               display 'BUNKER TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to bunker-count.
           move bun-effective-date-in
               to bnt-effective-date (bunker-count).
           move bun-price-in to bnt-price (bunker-count).
           move bun-base-price-in to bnt-base-price (bunker-count).
           read bunker-file
               at end move 'n' to more-bunker-recs
           end-read.

       422-load-company-master.
           open input company-master-file.
           if scm-file-status not = '00'
               at end move 'n' to more-company-recs
           end-read.

       428-load-voyage-master.
           open input voyage-master-file.
           if vmf-file-status not = '00'
               display 'VOYAGE-MASTER FAILED TO OPEN, STATUS '
                   vmf-file-status
               stop run
           end-if.
           read voyage-master-file
               at end move 'n' to more-voyage-recs
           end-read.
           perform 429-load-one-voyage
               until more-voyage-recs = 'n'.
           close voyage-master-file.

       429-load-one-voyage.
           if voyage-master-count >= 1000
               display 'VOYAGE MASTER TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to voyage-master-count.
           move vm-voyage-id-in
               to vmt-voyage-id (voyage-master-count).
           move vm-vessel-in to vmt-vessel (voyage-master-count).
           move vm-planned-depart-in
               to vmt-planned-depart (voyage-master-count).
           move vm-status-in to vmt-status (voyage-master-count).
           read voyage-master-file
               at end move 'n' to more-voyage-recs
           end-read.

      *    only confirmed bookings hold space; waitlisted and
      *    cancelled rows have nothing to match a shipment against
       439-load-vessel-certs.
           open input vessel-cert-file.
           if vcf-file-status = '00'
               read vessel-cert-file
                   at end move 'n' to more-cert-recs
               end-read
               perform 441-load-one-vessel-cert
                   until more-cert-recs = 'n'
           end-if.
           close vessel-cert-file.

       441-load-one-vessel-cert.
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
               at end move 'n' to more-cert-recs
           end-read.

       431-load-bookings.
           open i-o booking-file.
           if bkf-file-status = '00'
               move 'y' to bookings-on-file-flag
               read booking-file next record
                   at end move 'n' to more-booking-recs
               end-read
               perform 432-load-one-booking
                   until more-booking-recs = 'n'
           end-if.

       432-load-one-booking.
           if bk-booked
               if booking-count >= 2000
                   display 'BOOKING TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to booking-count
               move bk-voyage-id to bkt-voyage-id (booking-count)
               move bk-booking-no to bkt-booking-no (booking-count)
               move bk-company-id to bkt-company-id (booking-count)
               move bk-cargo to bkt-cargo (booking-count)
               move bk-tons to bkt-tons (booking-count)
               move 'n' to bkt-shipped-flag (booking-count)
           end-if.
           read booking-file next record
               at end move 'n' to more-booking-recs
           end-read.

       423-load-open-receivables.
           open input open-invoice-file.
           if orv-file-status = '00'
               move newest-rate-date to fxw-newest-out
               write report-record-out from fx-stale-warning-out
                   after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
               perform 8100-advance-line
               move 'STAL' to excp-reason-code
               move 'exchange rate feed is stale'
               move table-unit-in to unit-of-measure (cargo-count)
               move table-value-in to cost (cargo-count)
               move table-hazard-in to hazard-class (cargo-count)
               move table-commodity-in
                   to commodity-code (cargo-count)
           end-if.

       420-load-price-history.
               to country-ref-entry (country-ref-count).
           read country-ref-file at end move 'n' to more-records.

      *    shipbol.cbl runs ahead of this job over the same SHIPDATA,
      *    so each shipment's B/L is already on the register
       437-load-bol-register.
           open input bol-register.
           if br-file-status = '00'
               read bol-register
                   at end move 'n' to more-bol-recs
               end-read
               perform 438-load-one-bol
                   until more-bol-recs = 'n'
           end-if.
           close bol-register.

       438-load-one-bol.
           if bol-count >= 5000
               display 'BOL TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to bol-count.
           move br-bol-no to bt-bol-no (bol-count).
           move br-issue-date to bt-issue-date (bol-count).
           move br-company to bt-company (bol-count).
           move br-cargo to bt-cargo (bol-count).
           move br-units to bt-units (bol-count).
           move br-voyage to bt-voyage (bol-count).
           move 'n' to bt-declared-flag (bol-count).
           read bol-register
               at end move 'n' to more-bol-recs
           end-read.

       300-process-shipments.
           read report-file-in at end move 'n' to more-records.
           perform 310-process-one-shipment until more-records = 'n'.

       310-process-one-shipment.
           add 1 to shipments-read-count.
           move company-name to keyed-company-name.
           perform 315-validate-company.
           if company-ok
               perform 311-validate-voyage
           end-if.
           if not company-ok
               perform 318-refuse-shipment
           else
           if not voyage-ok
               perform 314-refuse-voyage
           else
               perform 320-validate-country
               if country-not-found
               else
                   perform 330-lookup-and-price
               end-if
           end-if
           end-if.
           read report-file-in at end move 'n' to more-records.

      *    a keyed voyage must be on VOYMAST and still taking
      *    cargo, on a vessel whose mandatory certificates are
      *    still in date the day it sails; a shipment keyed with no
      *    voyage is let through as before
       311-validate-voyage.
           move 'y' to voyage-ok-flag.
           move 'n' to cert-lapsed-flag.
           move 0 to vmt-match-idx.
           if voyage-id-in not = spaces
               move 'n' to vmt-found-flag
               perform 312-scan-one-voyage-master
                   varying vmt-idx from 1 by 1
                   until vmt-idx > voyage-master-count
                       or vmt-found
               evaluate true
                   when not vmt-found
                       move 'n' to voyage-ok-flag
                       move 'VOYAGE NOT ON VOYMAST    '
                           to voyage-reject-reason
                   when vmt-cancelled (vmt-match-idx)
                       move 'n' to voyage-ok-flag
                       move 'VOYAGE CANCELLED         '
                           to voyage-reject-reason
                   when not vmt-scheduled (vmt-match-idx)
                       move 'n' to voyage-ok-flag
                       move 'VOYAGE ALREADY DEPARTED  '
                           to voyage-reject-reason
                   when other
                       perform 313-scan-one-vessel-cert
                           varying vct-idx from 1 by 1
                           until vct-idx > vessel-cert-count
                               or cert-lapsed
                       if cert-lapsed
                           move 'n' to voyage-ok-flag
                           move 'VESSEL CERTIFICATE LAPSED'
                               to voyage-reject-reason
                       end-if
               end-evaluate
           end-if.

       312-scan-one-voyage-master.
           if vmt-voyage-id (vmt-idx) = voyage-id-in
               move 'y' to vmt-found-flag
               move vmt-idx to vmt-match-idx
           end-if.

      *    sailing on the expiry date itself is still in date
       313-scan-one-vessel-cert.
           if vct-ship-name (vct-idx) = vmt-vessel (vmt-match-idx)
               and vct-mandatory (vct-idx)
               and vct-expiry-date (vct-idx)
                   < vmt-planned-depart (vmt-match-idx)
               move 'y' to cert-lapsed-flag
           end-if.

       314-refuse-voyage.
           add 1 to shipments-refused-count.
           move voyage-id-in to vyr-id-out.
           move voyage-reject-reason to vyr-reason-out.
           write report-record-out from voyage-refuse-line-out
               after advancing 1 lines.
           perform 8020-capture-line.
           perform 8100-advance-line.
           if cert-lapsed
               move 'VCRT' to excp-reason-code
           else
               move 'VOYG' to excp-reason-code
           end-if.
           move voyage-reject-reason to excp-reason-text.
           move report-record-in to excp-record-image.
           add 1 to stats-excp-count.
           perform 9000-log-exception.

      *    the id must be on SHIPCOMP and in good standing, and the
      *    company's open receivables must sit under its credit
      *    limit.  a good id replaces whatever name was keyed with
      *    the master's one canonical name, so a typo can't split a
      *    customer in two downstream.  a company the shared party
      *    master has blocked through some other business is
      *    refused here too.
       315-validate-company.
           move 'y' to company-ok-flag.
           move 'n' to scm-found-flag.
               when other
                   move scm-company-name (scm-match-idx)
                       to company-name
                   move 'S' to party-member-type
                   move company-id-in to party-member-id
                   perform 8120-find-party
                   if party-blocked-elsewhere
                       move 'n' to company-ok-flag
                       move 'y' to party-refused-flag
                       move 'PARTY BLOCKED            '
                           to company-reject-reason
                   else
                       if party-certified-elsewhere
                           move 'PTCF' to excp-reason-code
                           move party-exception-text
                               to excp-reason-text
                           move report-record-in to excp-record-image
                           add 1 to stats-excp-count
                           perform 9000-log-exception
                       end-if
                       perform 317-total-company-open
                       if company-open-total >
                           scm-credit-limit (scm-match-idx)
                           move 'n' to company-ok-flag
                           move 'OVER CREDIT LIMIT        '
                               to company-reject-reason
                       end-if
                   end-if
           end-evaluate.

           move company-reject-reason to cmr-reason-out.
           write report-record-out from company-refuse-line-out
               after advancing 1 lines.
           perform 8020-capture-line.
           perform 8100-advance-line.
           if party-refused
               move 'PTBK' to excp-reason-code
               move party-exception-text to excp-reason-text
               move 'n' to party-refused-flag
           else
               move 'COMP' to excp-reason-code
               move company-reject-reason to excp-reason-text
           end-if.
           move report-record-in to excp-record-image.
           add 1 to stats-excp-count.
           perform 9000-log-exception.
           move country-in to uc-country-out.
           write report-record-out from unknown-country-heading-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           write report-record-out from unknown-country-line-out
               after advancing 1 lines.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'CTRY' to excp-reason-code.
           move 'country not in country reference table'
           move ship-currency-in to fxe-currency-out.
           write report-record-out from fx-excp-heading-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           write report-record-out from fx-excp-line-out
               after advancing 1 lines.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'FXRT' to excp-reason-code.
           move 'no exchange rate for shipment currency'
           move units-in to unmatched-units-out.
           write report-record-out from unmatched-heading-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           write report-record-out from unmatched-line-out
               after advancing 1 lines.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'CRGO' to excp-reason-code.
           move 'cargo not found in cargo table' to excp-reason-text.
           end-if.
           perform 380-compute-demurrage.
           perform 379-compute-insurance.
           perform 387-compute-bunker.

           move company-name to company-name-out
           move cargo-in-name to cargo-name-out
           move demurrage-amount to demurrage-out
           move voyage-id-in to voyage-out
           move insurance-premium to insurance-out
           move bunker-amount to bunker-out

           write report-record-out from ship-detail-record-out after
           advancing 1 lines
           perform 8020-capture-line

           perform 8100-advance-line.
           add 1 to shipments-priced-count.
           perform 365-accumulate-subtotals.
           perform 370-accumulate-voyage.
           perform 395-match-booking.
           perform 372-write-billing-detail.
           perform 373-declare-export.

       372-write-billing-detail.
           move company-name to bl-company.
           move insurance-premium to bl-insurance.
           move company-id-in to bl-company-id.
           move voyage-id-in to bl-voyage.
           move bunker-pct to bl-bunker-pct.
           move bunker-amount to bl-bunker.
           write billing-record.
           add 1 to trlr-work-count.
           move bl-value to hash-value-num.
           add hash-value-num to trlr-work-hash.
           compute shipment-tons rounded =
               units-in * ship-uom-factor.
           move company-id-in to bh-company-id.
           move ship-date-in to bh-ship-date.
           move voyage-id-in to bh-voyage.
           move cargo-in-name to bh-cargo.
           move shipment-tons to bh-tons.
           move shipment-total to bh-value.
           move ship-currency-in to bh-currency.
           write billing-history-record.

      *    the shipment's B/L is the one shipbol.cbl issued on the
      *    ship date for the same shipper, cargo, units and voyage
      *    that no earlier shipment tonight has already claimed
       373-declare-export.
           move spaces to undeclared-reason.
           move 'n' to bt-found-flag.
           perform 374-scan-one-bol
               varying bt-idx from 1 by 1
               until bt-idx > bol-count or bt-found.
           evaluate true
               when not bt-found
                   move 'NO B/L ON BOLREG' to undeclared-reason
               when commodity-code (cargo-idx) = spaces
                   move 'NO COMMODITY CODE' to undeclared-reason
               when other
                   continue
           end-evaluate.
           if undeclared-reason not = spaces
               add 1 to undeclared-count
               move undeclared-reason to und-reason-out
               write report-record-out from undeclared-line-out
                   after advancing 1 lines
               perform 8020-capture-line
               perform 8100-advance-line
               move 'EXDN' to excp-reason-code
               move 'shipment not declared for export'
                   to excp-reason-text
               move report-record-in to excp-record-image
               add 1 to stats-excp-count
               perform 9000-log-exception
           else
               move 'y' to bt-declared-flag (bt-match-idx)
               compute declared-value-usd rounded =
                   shipment-total * ship-currency-factor
               perform 369-write-declaration
           end-if.

       374-scan-one-bol.
           if bt-issue-date (bt-idx) = ship-date-in
               and bt-company (bt-idx) = keyed-company-name
               and bt-cargo (bt-idx) = cargo-in-name
               and bt-units (bt-idx) = units-in
               and bt-voyage (bt-idx) = voyage-id-in
               and not bt-declared (bt-idx)
               move 'y' to bt-found-flag
               move bt-idx to bt-match-idx
           end-if.

       369-write-declaration.
           move bt-bol-no (bt-match-idx) to xd-bol-no.
           move company-id-in to xd-exporter-id.
           move company-name to xd-exporter-name.
           move commodity-code (cargo-idx) to xd-commodity-code.
           move units-in to xd-quantity.
           move ship-unit-in to xd-unit.
           move declared-value-usd to xd-value-usd.
           move country-in to xd-destination.
           if vmt-match-idx > 0
               move vmt-vessel (vmt-match-idx) to xd-vessel
           else
               move spaces to xd-vessel
           end-if.
           move voyage-id-in to xd-voyage.
           move ship-date-in to xd-ship-date.
           write export-decl-record.
           add 1 to declared-count.
           add 1 to decl-trailer-count.
           move xd-value-usd to hash-value-num.
           add hash-value-num to decl-trailer-hash.

           move spaces to export-decl-register-record.
           move xd-bol-no to xr-bol-no.
           move banner-run-date-ccyymmdd to xr-filed-date.
           move company-id-in to xr-company-id.
           move voyage-id-in to xr-voyage.
           move xd-vessel to xr-vessel.
           move cargo-in-name to xr-cargo.
           move xd-commodity-code to xr-commodity-code.
           move country-in to xr-destination.
           move declared-value-usd to xr-value-usd.
           move 'P' to xr-status.
           move 0 to xr-response-date.
           write export-decl-register-record.

      *    the shipment's own units go to tons through the factor
      *    355 already found for the pricing conversion
                   add 1 to voyage-count
                   move voyage-count to vy-idx
                   move voyage-id-in to vy-voyage-id (vy-idx)
                   if vmt-match-idx > 0
                       move vmt-vessel (vmt-match-idx)
                           to vy-vessel-name (vy-idx)
                   else
                       move company-name to vy-vessel-name (vy-idx)
                   end-if
               end-if
               add 1 to vy-shipment-count (vy-idx)
               add shipment-tons to vy-tonnage (vy-idx)
               move vy-idx to vy-match-idx
           end-if.

      *    the shipment takes the first confirmed booking not yet
      *    shipped for its voyage, company and cargo; the booking is
      *    marked shipped on SHIPBOOK at once so a rerun can't match
      *    it twice
       395-match-booking.
           if bookings-on-file and voyage-id-in not = spaces
               move 'n' to bkt-found-flag
               perform 396-scan-one-booking
                   varying bkt-idx from 1 by 1
                   until bkt-idx > booking-count or bkt-found
               if bkt-found
                   move 'y' to bkt-shipped-flag (bkt-match-idx)
                   perform 397-mark-booking-shipped
               else
                   add 1 to unbooked-count
                   write report-record-out from unbooked-line-out
                       after advancing 1 lines
                   perform 8020-capture-line
                   perform 8100-advance-line
                   move 'NOBK' to excp-reason-code
                   move 'cargo shipped without a space booking'
                       to excp-reason-text
                   move report-record-in to excp-record-image
                   add 1 to stats-excp-count
                   perform 9000-log-exception
               end-if
           end-if.

       396-scan-one-booking.
           if bkt-voyage-id (bkt-idx) = voyage-id-in
               and bkt-company-id (bkt-idx) = company-id-in
               and bkt-cargo (bkt-idx) = cargo-in-name
               and not bkt-shipped (bkt-idx)
               move 'y' to bkt-found-flag
               move bkt-idx to bkt-match-idx
           end-if.

       397-mark-booking-shipped.
           move bkt-voyage-id (bkt-match-idx) to bk-voyage-id.
           move bkt-booking-no (bkt-match-idx) to bk-booking-no.
           read booking-file
               invalid key continue
               not invalid key
                   move booking-record to mj-before-image
                   move 'S' to bk-status
                   rewrite booking-record
                       invalid key continue
                   end-rewrite
                   move 'C' to mj-action-code
                   move booking-record to mj-after-image
                   perform 9850-journal-update
           end-read.

      *    a sailing past its contracted delivery date owes the
      *    banded per-day rate for every late day; an unset
      *    contract date (zeros) owes nothing
                       write report-record-out
                           from quote-variance-out
                           after advancing 1 lines
                       perform 8020-capture-line
                       perform 8100-advance-line
                   end-if
               else
                   write report-record-out
                       from quote-excp-line-out
                       after advancing 1 lines
                   perform 8020-capture-line
                   perform 8100-advance-line
                   move 'QUOT' to excp-reason-code
                   move 'quote expired or not on register'
               end-if
           end-if.

      *    the percent is how far the fuel price in force sits above
      *    or below its base; it prices against the freight value
      *    alone, never the duty or the premium
       387-compute-bunker.
           move 0 to bunker-pct.
           if quote-honored
               move qt-bunker-pct (qt-match-idx) to bunker-pct
           else
               move 0 to bnt-match-idx
               perform 388-scan-one-bunker-price
                   varying bnt-idx from 1 by 1
                   until bnt-idx > bunker-count
               if bnt-match-idx > 0
                   and bnt-base-price (bnt-match-idx) > 0
                   compute bunker-pct rounded =
                       (bnt-price (bnt-match-idx)
                        - bnt-base-price (bnt-match-idx)) * 100
                       / bnt-base-price (bnt-match-idx)
               end-if
           end-if.
           compute bunker-amount rounded =
               shipment-total * bunker-pct / 100.

       388-scan-one-bunker-price.
           if bnt-effective-date (bnt-idx) <= ship-date-in
               if bnt-match-idx = 0
                   move bnt-idx to bnt-match-idx
               else
                   if bnt-effective-date (bnt-idx)
                       > bnt-effective-date (bnt-match-idx)
                       move bnt-idx to bnt-match-idx
                   end-if
               end-if
           end-if.

       391-scan-one-quote.
           if qt-quote-no (qt-idx) = quote-no-in
               and qt-company (qt-idx) = company-name
       500-print-subtotals.
           write report-record-out from cargo-subtotal-heading-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 510-print-one-cargo-subtotal
               varying cst-idx from 1 by 1

           write report-record-out from country-subtotal-heading-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 520-print-one-country-subtotal
               varying cost-idx from 1 by 1
           move grand-total to grand-total-out.
           write report-record-out from grand-total-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 9700-start-extract-line.
           move 'TOTAL' to extract-field.

           write report-record-out from voyage-heading-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 530-print-one-voyage
               varying vy-idx from 1 by 1

           write report-record-out from premium-subtotal-heading-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 550-print-one-company-premium
               varying cpm-idx from 1 by 1
               until cpm-idx > company-premium-count.

           if bookings-on-file
               write report-record-out from unshipped-heading-out
                   after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
               perform 8100-advance-line
               perform 570-print-one-unshipped-booking
                   varying bkt-idx from 1 by 1
                   until bkt-idx > booking-count
               move unbooked-count to bks-unbooked-out
               move unshipped-count to bks-unshipped-out
               write report-record-out from booking-summary-out
                   after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.

           move declared-count to dcs-declared-out.
           move undeclared-count to dcs-undeclared-out.
           write report-record-out from declaration-summary-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.

           if late-company-count > 0
               write report-record-out from late-summary-heading-out
                   after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
               perform 8100-advance-line
               perform 560-print-one-late-company
                   varying lc-idx from 1 by 1
           move vy-value (vy-idx) to vym-value-out.
           write report-record-out from voyage-line-out
               after advancing 1 lines.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move vy-value (vy-idx) to vyi-value-out.
           write report-record-out from voyage-insured-out
               after advancing 1 lines.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 540-check-vessel-capacity.

               move vessel-capacity to vym-capacity-out
               write report-record-out from voyage-warning-out
                   after advancing 1 lines
               perform 8020-capture-line
               perform 8100-advance-line
               move 'CPCY' to excp-reason-code
               move 'voyage tonnage over vessel capacity'
           move cpm-premium (cpm-idx) to psl-premium-out.
           write report-record-out from premium-subtotal-line-out
               after advancing 1 lines.
           perform 8020-capture-line.
           perform 8100-advance-line.

       560-print-one-late-company.
           move lc-demurrage (lc-idx) to ls-demurrage-out.
           write report-record-out from late-summary-line-out
               after advancing 1 lines.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *    a booking left over on a voyage that loaded today
      *    missed the sailing; bookings on voyages with nothing
      *    loaded yet are still waiting and aren't listed
       570-print-one-unshipped-booking.
           if not bkt-shipped (bkt-idx)
               move 'n' to vy-found-flag
               perform 575-scan-voyage-for-booking
                   varying vy-idx from 1 by 1
                   until vy-idx > voyage-count or vy-found
               if vy-found
                   add 1 to unshipped-count
                   move bkt-voyage-id (bkt-idx) to ubs-voyage-out
                   move bkt-booking-no (bkt-idx) to ubs-booking-out
                   move bkt-company-id (bkt-idx) to ubs-company-out
                   move bkt-cargo (bkt-idx) to ubs-cargo-out
                   move bkt-tons (bkt-idx) to ubs-tons-out
                   write report-record-out from unshipped-line-out
                       after advancing 1 lines
                   perform 8020-capture-line
                   perform 8100-advance-line
                   move 'BKNS' to excp-reason-code
                   move 'space booking never shipped'
                       to excp-reason-text
                   move unshipped-line-out to excp-record-image
                   add 1 to stats-excp-count
                   perform 9000-log-exception
               end-if
           end-if.

       575-scan-voyage-for-booking.
           if vy-voyage-id (vy-idx) = bkt-voyage-id (bkt-idx)
               move 'y' to vy-found-flag
           end-if.

       890-write-extract-header.
           perform 9700-start-extract-line.
           move 'SECTION' to extract-field.
           move cst-total (cst-idx) to cst-total-out.
           write report-record-out from cargo-subtotal-line-out
               after advancing 1 lines.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 9700-start-extract-line.
           move 'CARGO' to extract-field.
           perform 528-extract-country-subtotal.
           write report-record-out from country-subtotal-line-out
               after advancing 1 lines.
           perform 8020-capture-line.
           perform 8100-advance-line.

       528-extract-country-subtotal.
        900-close.
           perform 9600-build-trailer.
           write billing-record from trlr-record.
           move decl-trailer-count to trlr-work-count.
           move decl-trailer-hash to trlr-work-hash.
           perform 9600-build-trailer.
           write export-decl-record from trlr-record.
           close export-decl-file.
           close export-decl-register.
           close table-in.
           close price-history-file.
           close country-ref-file.
           close report-file-in.
           close report-file-out.
           perform 8030-close-report-capture.
           close billing-file.
           close extract-file.
           close billing-history-file.
           close exception-log.
           perform 8190-close-party-files.
           close booking-file.
           close master-journal.
           goback.



       copy SUMMPR.

       copy BANNERPR replacing ==record-out== by ==report-record-out==.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==column-headers==.

       copy EXCPPR.

       copy PRTYPR.

       copy TRLRPR.

       copy DELIMPR.

       copy JRNLPR.

       end program shipLookupTable.
