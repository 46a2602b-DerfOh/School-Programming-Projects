      *shared master-file journal so jrnlreplay.cbl can rebuild the
      *master.  An acceptance for a lease the master doesn't know
      *is rejected to the report and the shared exception log.
      *
      *LEASEMAST also carries each lease's late fee and grace day,
      *which aptrecv.cbl assesses from; a renewal leaves both as
      *they were and the rewrite carries them through.
       identification division.
       program-id. aptrenew.
       environment division.

           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd lease-master label records are standard.
           05 lm-lease-end      pic 9(8).
           05 lm-unit-type      pic x(2).
           05 lm-utility-factor pic 9v99.
           05 lm-late-fee       pic 9(3)v99.
           05 lm-grace-day      pic 99.

       fd market-rent-file label records are standard.
       01 market-rent-record.

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 lm-file-status pic xx.
               10 lt-lease-end      pic 9(8).
               10 lt-unit-type      pic x(2).
               10 lt-utility-factor pic 9v99.
               10 lt-late-fee       pic 9(3)v99.
               10 lt-grace-day      pic 99.
       01 lease-count pic 999 value 0.
       01 lease-idx pic 999 value 0.
       01 lease-match-idx pic 999 value 0.
           move banner-run-date-ccyymmdd to run-date-num.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 110-load-lease-master.
           move acceptances-rejected to rejected-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close proposal-register.
           close file-out.
           perform 8030-close-report-capture.
           close master-journal.
           close exception-log.
           stop run.
           move lm-unit-type to lt-unit-type (lease-count).
           move lm-utility-factor
               to lt-utility-factor (lease-count).
           move lm-late-fee to lt-late-fee (lease-count).
           move lm-grace-day to lt-grace-day (lease-count).
           read lease-master at end move 'n' to more-records.

      *an accepted renewal restates the lease's end date and rent,
               move ac-unit-no to rej-unit-out
               write record-out from accept-reject-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
               add 1 to acceptances-rejected
               move 'RENW' to excp-reason-code
               move ac-new-lease-end to acc-end-out
               write record-out from accept-line-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.
           read accept-file at end move 'n' to more-records.
           move lt-unit-type (lease-idx) to lm-unit-type.
           move lt-utility-factor (lease-idx)
               to lm-utility-factor.
           move lt-late-fee (lease-idx) to lm-late-fee.
           move lt-grace-day (lease-idx) to lm-grace-day.
           write lease-master-record.

       130-load-market-rents.
       350-print-proposal-letter.
           write record-out from letter-rule-out
               after advancing page.
           move 'P' to capture-mode.
           perform 8020-capture-line.
           move lt-tenant-name (lease-idx) to namespl-full-name.
           perform 9500-normalize-name.
           move spaces to letter-text-out.
                  into letter-text-out.
           write record-out from letter-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           move spaces to letter-text-out.
           string 'BUILDING ' delimited by size
                  lt-building-id (lease-idx) delimited by size
                  into letter-text-out.
           write record-out from letter-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           write record-out from letter-body-1-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           write record-out from letter-body-2-out
               after advancing 1 line.
           perform 8020-capture-line.
           move lt-monthly-rent (lease-idx) to letter-current-out.
           move proposed-rent to letter-proposed-out.
           write record-out from letter-detail-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move lt-lease-end (lease-idx) to letter-end-date-out.
           write record-out from letter-end-out
               after advancing 1 line.
           perform 8020-capture-line.
           move 2 to page-line-count.

       360-write-register.
           move lt-lease-end (lease-idx) to reg-end-out.
           write record-out from register-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       copy BANNERPR.
