                 file status is cx-file-status.
           select file-out assign to printer, "con".

           copy RPTSEL.

       data division.
       file section.
       fd capex-file label records are standard.
           05 cx-cost           pic 9(7)v99.
           05 cx-life-years     pic 99.
           05 cx-in-service-year pic 9(4).
           05 cx-in-service-mm  pic 99.

       fd file-out label records are omitted.
       01 record-out pic x(132).

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 cx-file-status pic xx.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           move 3 to page-line-count.

           read capex-file at end move 'n' to more-records.
           move port-nbv-total to port-nbv-out.
           write record-out from port-total-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close capex-file.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

       200-process.
           move break-building to bldg-header-id-out.
           write record-out from bldg-header-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           write record-out from line2-out after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *straight-line: cost over life, accumulated for the full
           move net-book-value to reg-nbv-out.
           write record-out from print-asset-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

           add cx-cost to bldg-cost-total.
           move bldg-nbv-total to bldg-nbv-out.
           write record-out from bldg-total-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       copy BANNERPR.
