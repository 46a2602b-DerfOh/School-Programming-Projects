      *A transaction for a claim the master doesn't know, a close
      *for a claim already closed, or a bad action code is rejected
      *to the report and the shared exception log.
      *
      *A closed claim now carries the date it was closed, so the
      *branch profit-and-loss job (crbranchpl.cbl) can take the
      *month's net damage cost without counting old claims again.
       identification division.
       program-id. crclaims.
       environment division.

           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd tran-file label records are omitted.
           05 bd-checkout-branch    pic x(3).
           05 bd-return-branch      pic x(3).
           05 bd-agreement-no       pic 9(7).
           05 bd-checkout-date      pic 9(8).
           05 bd-return-date        pic 9(8).
           05 bd-young-driver-charge pic 9(4)v99.
           05 bd-bill-type          pic x.
               88 bd-interim-bill       value 'I'.
           05 bd-interim-credit     pic 9(7)v99.
           05 bd-agent-id           pic x(5).
           05 bd-dropoff-fee        pic 9(3)v99.

       fd claim-master label records are standard.
       01 claim-master-record.
           05 dc-billed-amount      pic 9(7)v99.
           05 dc-repair-cost        pic 9(7)v99.
           05 dc-insurance-recovery pic 9(7)v99.
           05 dc-close-date         pic 9(8).

       fd service-cost-ledger label records are standard.
       01 service-cost-record.

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 dt-file-status pic xx.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 200-open-claims-from-billing.
           move claims-closed-count to closed-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           perform 900-rewrite-claim-seed.
           close billing-detail.
           close claim-master.
           close service-cost-ledger.
           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

           move bd-damage-amount to dc-billed-amount.
           move 0 to dc-repair-cost.
           move 0 to dc-insurance-recovery.
           move 0 to dc-close-date.
           write claim-master-record.
           add 1 to claims-opened-count.
           add 1 to claim-number.
           move dc-billed-amount to opn-amount-out.
           write record-out from print-opened-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       300-apply-transactions.
      *sees it; a claim that cost us nothing posts nothing
       350-close-one-claim.
           move 'C' to dc-status.
           move banner-run-date-ccyymmdd to dc-close-date.
           rewrite claim-master-record.
           add 1 to trans-applied-count.
           add 1 to claims-closed-count.
           move dt-claim-no to rej-claim-out.
           write record-out from print-reject-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           add 1 to trans-rejected-count.
           move 'DMGR' to excp-reason-code.
      *recovered, with the shop's net cost, open claims and closed
       600-print-claim-status.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move low-values to dc-claim-no.
           start claim-master key not < dc-claim-no
           end-if.
           write record-out from print-claim-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           read claim-master next record
               at end move 'n' to more-records
