      *written back and the run stops with the file untouched.
      *
      *Transaction layout: action ('A' add, 'C' change, 'D' delete)
      *followed by a full cargo row (cargo, currency, unit, price,
      *hazard class, and the customs commodity code the export
      *declaration extract files under).
       identification division.
       program-id. cargotabmaint.
       environment division.

           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd cargo-table-file label records are standard.
               10 table-unit-in     pic x(3).
               10 table-value-in    pic 9999v99.
               10 table-hazard-in   pic x.
               10 table-commodity-in pic x(10).
       01 cargo-table-header redefines cargo-table-record.
           05 table-count-field pic 9(4).
           05 filler            pic x(28).

       fd tran-file label records are standard.
       01 tran-record.
           05 ct-unit           pic x(3).
           05 ct-value          pic 9999v99.
           05 ct-hazard         pic x.
           05 ct-commodity      pic x(10).

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 ctf-file-status pic xx.
               10 wk-unit       pic x(3).
               10 wk-value      pic 9999v99.
               10 wk-hazard     pic x.
               10 wk-commodity  pic x(10).
       01 work-count pic 9(4) value 0.
       01 wk-idx pic 9(4) value 0.
       01 wk-match-idx pic 9(4) value 0.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 110-load-cargo-table.
           move work-count to rows-now-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           if not sequence-ok
               move 8 to return-code
               move table-unit-in to wk-unit (work-count)
               move table-value-in to wk-value (work-count)
               move table-hazard-in to wk-hazard (work-count)
               move table-commodity-in to wk-commodity (work-count)
           end-if.

       200-apply-transactions.
               move ct-unit to wk-unit (insert-at-idx)
               move ct-value to wk-value (insert-at-idx)
               move ct-hazard to wk-hazard (insert-at-idx)
               move ct-commodity to wk-commodity (insert-at-idx)
               move spaces to chg-before-out
               perform 265-show-new-row
               move 'APPLIED - INSERTED' to chg-disp-out
               move ct-unit to wk-unit (wk-match-idx)
               move ct-value to wk-value (wk-match-idx)
               move ct-hazard to wk-hazard (wk-match-idx)
               move ct-commodity to wk-commodity (wk-match-idx)
               perform 265-show-new-row
               move 'APPLIED - UPDATED' to chg-disp-out
               perform 250-print-change-line
           move ct-action to chg-action-out.
           write record-out from print-change-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *strictly ascending, no duplicates -- anything else breaks
               move wk-cargo (wk-idx) to seq-cargo-out
               write record-out from sequence-error-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
               move 'CSEQ' to excp-reason-code
               move 'cargo table out of ascending order'
           move wk-unit (wk-idx) to table-unit-in.
           move wk-value (wk-idx) to table-value-in.
           move wk-hazard (wk-idx) to table-hazard-in.
           move wk-commodity (wk-idx) to table-commodity-in.
           write cargo-table-record.

       copy BANNERPR.
