      *one record per valued shipment), groups it by company-name,
      *and prints one numbered freight invoice per company: each
      *shipment line with its value, customs duty, demurrage and
      *marine insurance premium, the bunker fuel surcharge on its
      *own line beneath the shipment it was charged on, a flat
      *documentation fee per invoice, and the amount due.  Invoice
      *numbers carry across runs through INVSEED, and every invoice
      *lands on the SHIPIREG register so receivables can match
      *payments to invoices.  SHIPBILL must balance against its
                 file status is rg-file-status.
           select file-out assign to printer, "con".

           copy RPTSEL.

       data division.
       file section.
       fd billing-file label records are omitted.
            05 bl-insurance pic 9(8)v99.
            05 bl-company-id pic x(6).
            05 bl-voyage pic x(6).
            05 bl-bunker-pct pic s999v99 sign leading separate.
            05 bl-bunker pic s9(8)v99 sign leading separate.

       fd invoice-seed-file label records are omitted.
       01 invoice-seed-record.
       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 bl-file-status pic xx.
                   15 cv-duty pic 9(8)v99.
                   15 cv-demurrage pic 9(7)v99.
                   15 cv-insurance pic 9(8)v99.
                   15 cv-bunker-pct pic s999v99.
                   15 cv-bunker pic s9(8)v99.
       01 company-count pic 99 value 0.
       01 comp-idx pic 99 value 0.
       01 comp-match-idx pic 99 value 0.
           05 filler pic x(2) value spaces.
           05 inv-insurance-out pic $zzz,zz9.99.

       01 bunker-line-out.
           05 filler pic x(12) value spaces.
           05 filler pic x(17) value 'Bunker Surcharge '.
           05 bun-pct-out pic zz9.99-.
           05 filler pic x(1) value '%'.
           05 filler pic x(2) value spaces.
           05 bun-amount-out pic $z,zzz,zzz,zz9.99-.

       01 fee-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(19) value 'Documentation Fee: '.
           move invoices-printed to invoices-printed-out.
           write record-out from register-summary-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           perform 900-rewrite-invoice-seed.
           close invoice-register.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

      *    a truncated billing file must not turn into short
               display 'SHIPBILL OUT OF BALANCE WITH ITS TRAILER,'
               display '  FILE REFUSED - RERUN THE VALUE REPORT'
               close file-out
               perform 8030-close-report-capture
               move 8 to return-code
               stop run
           end-if.
           move bl-duty to cv-duty (comp-idx, line-idx).
           move bl-demurrage to cv-demurrage (comp-idx, line-idx).
           move bl-insurance to cv-insurance (comp-idx, line-idx).
           move bl-bunker-pct to cv-bunker-pct (comp-idx, line-idx).
           move bl-bunker to cv-bunker (comp-idx, line-idx).
           add bl-value to cv-amount-due (comp-idx).
           add bl-duty to cv-amount-due (comp-idx).
           add bl-demurrage to cv-amount-due (comp-idx).
           add bl-insurance to cv-amount-due (comp-idx).
           add bl-bunker to cv-amount-due (comp-idx).
           read billing-file at end move 'n' to more-records.

       220-scan-one-company.
       300-print-one-invoice.
           write record-out from invoice-title-out
               after advancing page.
           move 'P' to capture-mode.
           perform 8020-capture-line.
           move invoice-number to invoice-number-disp.
           move banner-run-date-out to invoice-date-out.
           write record-out from invoice-number-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move cv-company (comp-idx) to invoice-company-disp.
           move cv-company-id (comp-idx) to invoice-company-id-disp.
           write record-out from invoice-company-out
               after advancing 1 line.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 310-print-one-line
               varying line-idx from 1 by 1
               until line-idx > cv-line-count (comp-idx).
           move documentation-fee to fee-out.
           write record-out from fee-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           move cv-amount-due (comp-idx) to amount-due-disp.
           write record-out from amount-due-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           move invoice-number to rg-invoice-no.
           move banner-run-date-ccyymmdd to rg-run-date.
               to inv-insurance-out.
           write record-out from invoice-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           if cv-bunker (comp-idx, line-idx) not = 0
               move cv-bunker-pct (comp-idx, line-idx) to bun-pct-out
               move cv-bunker (comp-idx, line-idx) to bun-amount-out
               write record-out from bunker-line-out
                   after advancing 1 line
               perform 8020-capture-line
           end-if.

       900-rewrite-invoice-seed.
           open output invoice-seed-file.
