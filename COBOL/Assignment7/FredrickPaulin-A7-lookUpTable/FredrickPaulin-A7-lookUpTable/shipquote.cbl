      *while the quote is unexpired, with a variance line when the
      *book price has moved.
      *
      *Each quote also states the bunker fuel surcharge percent in
      *force on the request date (the BUNKER price against its
      *base, the value report's own reckoning), and the surcharge
      *it adds to the freight is in the quoted total.  The value
      *report charges that same percent on a shipment that honors
      *the quote, whatever fuel has done since.
      *
      *A request for a cargo missing from CARGOTAB, or a currency
      *with no exchange rate, is rejected to the report and the
      *shared exception log instead of quoted at a guess.
                 organization is line sequential
                 file status is qs-file-status.

      *> optional: no fuel price on file means no surcharge
           select optional bunker-file assign to "BUNKER"
                 organization is line sequential
                 file status is bun-file-status.

           select quote-register assign to "SHIPQREG"
                 organization is line sequential
                 file status is qg-file-status.

           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd quote-request-file label records are standard.
               10 table-unit-in     pic x(3).
               10 table-value-in    pic 9999v99.
               10 table-hazard-in   pic x.
               10 table-commodity-in pic x(10).
       01 table-in-header redefines table-in-record.
           05 table-in-count-field pic 9(4).
           05 filler               pic x(28).

       fd fx-rate-file label records are omitted.
       01 fx-rate-record.
           05 qg-duty           pic 9(8)v99.
           05 filler            pic x value space.
           05 qg-total          pic 9(10)v99.
           05 filler            pic x value space.
           05 qg-bunker-pct     pic s999v99 sign leading separate.

       fd bunker-file label records are omitted.
       01 bunker-record.
           05 bun-effective-date-in pic 9(8).
           05 bun-price-in pic 9(5)v99.
           05 bun-base-price-in pic 9(5)v99.

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 qr-file-status pic xx.
       01 tf-file-status pic xx.
       01 qs-file-status pic xx.
       01 qg-file-status pic xx.
       01 bun-file-status pic xx.

      *the same sorted cargo table the value report searches
       01 sub pic 9(4) value 0.
       01 quote-value pic 9(10)v99 value 0.
       01 quote-duty pic 9(8)v99 value 0.
       01 quote-total pic 9(10)v99 value 0.
       01 quote-bunker pic s9(8)v99 value 0.
       01 bunker-pct pic s999v99 value 0.

      *bunker fuel prices by effective date, as the value report
      *holds them
       01 bunker-table.
           05 bunker-entry occurs 120 times.
              10 bnt-effective-date pic 9(8).
              10 bnt-price pic 9(5)v99.
              10 bnt-base-price pic 9(5)v99.
       01 bunker-count pic 999 value 0.
       01 bnt-idx pic 999 value 0.
       01 bnt-match-idx pic 999 value 0.
       01 more-bunker-recs pic x value 'y'.
       01 documentation-fee pic 9(3)v99 value 25.00.
       01 quote-window-days pic 99 value 30.
       01 quote-number pic 9(7) value 1.
           05 filler pic x(5) value 'Total'.
           05 filler pic x(10) value spaces.
           05 filler pic x(7) value 'Expires'.
           05 filler pic x(3) value spaces.
           05 filler pic x(7) value 'Bunker%'.

       01 print-quote-out.
           05 filler            pic x(1) value spaces.
           05 qot-total-out     pic $zzz,zzz,zz9.99.
           05 filler            pic x(2) value spaces.
           05 qot-expiry-out    pic 9(8).
           05 filler            pic x(2) value spaces.
           05 qot-bunker-out    pic zz9.99-.

       01 print-reject-out.
           05 filler            pic x(1) value spaces.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 110-read-quote-seed.
           perform 120-load-cargo-table.
           perform 130-load-fx-rates.
           perform 140-load-tariff-table.
           perform 150-load-bunker-prices.

           read quote-request-file
               at end move 'n' to more-records.
           move requests-rejected to rejected-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           perform 900-rewrite-quote-seed.
           close quote-request-file.
           close tariff-file.
           close quote-register.
           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

           read tariff-file
               at end move 'n' to more-tariff-recs.

       150-load-bunker-prices.
           open input bunker-file.
           if bun-file-status = '00'
               read bunker-file
                   at end move 'n' to more-bunker-recs
               end-read
               perform 155-load-one-bunker-price
                   until more-bunker-recs = 'n'
           end-if.
           close bunker-file.

       155-load-one-bunker-price.
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

      *the arithmetic is 330-lookup-and-price's, run against the
      *request instead of a shipment: the quote holds the current
      *CARGOTAB price converted onto the request's own unit and
               varying trf-idx from 1 by 1
               until trf-idx > tariff-count or trf-found.

           perform 350-compute-bunker.

           compute quote-total =
               quote-value + quote-duty + documentation-fee
               + quote-bunker.

           perform 340-compute-expiry.

           move quote-value to qg-value.
           move quote-duty to qg-duty.
           move quote-total to qg-total.
           move bunker-pct to qg-bunker-pct.
           write quote-register-record.
           move spaces to quote-register-record.
           add 1 to quotes-written.
           move qr-cargo to qot-cargo-out.
           move quote-total to qot-total-out.
           move expiry-date to qot-expiry-out.
           move bunker-pct to qot-bunker-out.
           write record-out from print-quote-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           add 1 to quote-number.

                   quote-value * trf-duty-rate (trf-idx)
           end-if.

      *the fuel price in force on the request date against its
      *base, charged on the freight value alone
       350-compute-bunker.
           move 0 to bunker-pct.
           move 0 to bnt-match-idx.
           perform 355-scan-one-bunker-price
               varying bnt-idx from 1 by 1
               until bnt-idx > bunker-count.
           if bnt-match-idx > 0
               and bnt-base-price (bnt-match-idx) > 0
               compute bunker-pct rounded =
                   (bnt-price (bnt-match-idx)
                    - bnt-base-price (bnt-match-idx)) * 100
                   / bnt-base-price (bnt-match-idx)
           end-if.
           compute quote-bunker rounded =
               quote-value * bunker-pct / 100.

       355-scan-one-bunker-price.
           if bnt-effective-date (bnt-idx) <= qr-request-date
               if bnt-match-idx = 0
                   move bnt-idx to bnt-match-idx
               else
                   if bnt-effective-date (bnt-idx)
                       > bnt-effective-date (bnt-match-idx)
                       move bnt-idx to bnt-match-idx
                   end-if
               end-if
           end-if.

      *request date plus the window, plain month rollover -- the
      *same convention the disposition deadline uses
       340-compute-expiry.
           move qr-cargo to rej-cargo-out.
           write record-out from print-reject-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'QREJ' to excp-reason-code.
           move 'quote request could not be priced'
