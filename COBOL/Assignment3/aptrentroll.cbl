                 file status is lm-file-status.
           select file-out assign to printer, "con".

           copy RPTSEL.

       data division.
       file section.
       fd lease-master label records are standard.
           05 lm-lease-end      pic 9(8).
           05 lm-unit-type      pic x(2).
           05 lm-utility-factor pic 9v99.
           05 lm-late-fee       pic 9(3)v99.
           05 lm-grace-day      pic 99.

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 lm-file-status pic xx.
           move banner-run-date-ccyymmdd to run-date-num.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           move 3 to page-line-count.

           read lease-master at end move 'n' to more-records.

           close lease-master.
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

       250-print-one-lease.
           end-if.
           write record-out from print-lease-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *30/360 day count to the lease end -- inside ninety days goes
           move bldg-monthly-total to bldg-monthly-out.
           write record-out from bldg-total-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       500-print-expiring-list.
           write record-out from expiring-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 510-print-one-expiring
               varying ex-idx from 1 by 1
           move ex-lease-end (ex-idx) to exp-end-out.
           write record-out from print-expiring-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       copy BANNERPR.
