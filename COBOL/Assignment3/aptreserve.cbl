
           select file-out assign to printer, "con".

           copy RPTSEL.

       data division.
       file section.
       fd capex-file label records are standard.
           05 cx-cost           pic 9(7)v99.
           05 cx-life-years     pic 99.
           05 cx-in-service-year pic 9(4).
           05 cx-in-service-mm  pic 99.

       fd reserve-balance-file label records are omitted.
       01 reserve-balance-record.
       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 cx-file-status pic xx.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           move 3 to page-line-count.

           perform 110-load-reserve-balances.
           move short-years-count to short-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           stop run.

       110-load-reserve-balances.
           move st-building-id (st-idx) to bldg-header-id-out.
           write record-out from bldg-header-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           write record-out from line2-out after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 0 to running-balance.
           move 0 to walk-contrib.
           end-if.
           write record-out from print-year-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       copy BANNERPR.
