
           select file-out assign to printer, "con".

           copy RPTSEL.

       data division.
       file section.
       fd billing-detail label records are omitted.
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

       fd vehicle-master label records are standard.
       01 vehicle-master-record.
           05 vm-in-service-date    pic 9(8).
           05 vm-expected-life-mm   pic 9(3).
           05 vm-home-branch        pic x(3).
           05 vm-recall-status      pic x.
               88 vm-recall-open        value 'O' 'D'.
               88 vm-recall-dnr         value 'D'.
           05 vm-recall-campaign    pic x(8).

       fd open-rental label records are standard.
       01 open-rental-record.
           05 or-contracted-days    pic 99.
           05 or-fuel-level-out    pic 9.
           05 or-agreement-no      pic 9(7).
           05 or-agent-id          pic x(5).
           05 or-reserved-make     pic x(4).
           05 or-upgrade-code      pic x.
               88 or-upgrade-comp      value 'C'.
               88 or-upgrade-paid      value 'P'.
               88 or-upgrade-loyalty   value 'L'.
           05 or-upgrade-day-diff  pic 99v99.
           05 or-upgrade-points    pic 9(7).
           05 or-checkout-branch   pic x(3).

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 bd-file-status pic xx.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 200-load-flows.
           move transfers-suggested to transfers-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close billing-detail.
           close vehicle-master.
           close open-rental.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

      *every billed rental flows one unit out of its check-out
           move fw-net (fw-idx) to flow-net-out.
           write record-out from print-flow-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           move fw-net (fw-idx) to fw-transfer-left (fw-idx).

       500-print-transfer-list.
           write record-out from transfer-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 510-settle-one-surplus
               varying surplus-idx from 1 by 1
               move fw-branch (deficit-idx) to xfer-to-out
               write record-out from print-transfer-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.

