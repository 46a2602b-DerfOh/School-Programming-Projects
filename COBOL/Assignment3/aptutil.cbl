
           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd utility-cost-file label records are standard.
           05 lm-lease-end      pic 9(8).
           05 lm-unit-type      pic x(2).
           05 lm-utility-factor pic 9v99.
           05 lm-late-fee       pic 9(3)v99.
           05 lm-grace-day      pic 99.

       fd utility-charge-file label records are omitted.
       01 utility-charge-record.

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 uc-file-status pic xx.
           move banner-run-date-ccyymmdd to run-date-num.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 110-load-lease-master.
           move charges-written to charge-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close utility-cost-file.
           close utility-charge-file.
           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

           move unit-share to chg-amount-out.
           write record-out from charge-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       280-print-reconciliation.
           end-if.
           write record-out from recon-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       290-skip-building.
           move uc-building-id to skip-bldg-out.
           write record-out from skip-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move 'UTIL' to excp-reason-code.
           move 'utility lump with no active leases'
