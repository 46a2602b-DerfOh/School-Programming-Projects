      *> APAGEPR.CPY
      *> Shared open-payables aging paragraphs.  COPY into the
      *> PROCEDURE DIVISION alongside APAGEWS.CPY; the calling
      *> program supplies record-out, the banner run date and
      *> 8100-advance-line (PAGEBRKP.CPY).  Buckets are current (not
      *> yet due), 1-30, 31-60, 61-90 and over 90 days past due.
       9400-age-one-payable.
           compute apag-days-past-due =
               ((banner-run-yyyy - apag-due-yyyy) * 360)
               + ((banner-run-mm - apag-due-mm) * 30)
               + (banner-run-dd - apag-due-dd).
           evaluate true
               when apag-days-past-due <= 0
                   move 1 to apag-bkt-idx
               when apag-days-past-due <= 30
                   move 2 to apag-bkt-idx
               when apag-days-past-due <= 60
                   move 3 to apag-bkt-idx
               when apag-days-past-due <= 90
                   move 4 to apag-bkt-idx
               when other
                   move 5 to apag-bkt-idx
           end-evaluate.
           move 'n' to apag-found-flag.
           perform 9410-scan-one-aged-vendor
               varying apag-idx from 1 by 1
               until apag-idx > apag-vendor-count or apag-found.
           if apag-found
               move apag-match-idx to apag-idx
           else
               if apag-vendor-count >= 200
                   display 'AGING TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to apag-vendor-count
               move apag-vendor-count to apag-idx
               move apag-vendor-in to apag-vendor-id (apag-idx)
               move 'n' to apag-held-flag (apag-idx)
               move zeros to apag-buckets (apag-idx)
               move 0 to apag-vendor-total (apag-idx)
           end-if.
           if apag-held-in = 'y'
               move 'y' to apag-held-flag (apag-idx)
           end-if.
           add apag-amount to apag-bucket (apag-idx, apag-bkt-idx).
           add apag-amount to apag-vendor-total (apag-idx).
           add apag-amount to apag-total (apag-bkt-idx).
           add apag-amount to apag-grand-total.

       9410-scan-one-aged-vendor.
           if apag-vendor-id (apag-idx) = apag-vendor-in
               move 'y' to apag-found-flag
               move apag-idx to apag-match-idx
           end-if.

       9450-print-payables-aging.
           write record-out from apag-title-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from apag-header-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           add 3 to page-line-count.
           perform 9460-print-one-aged-vendor
               varying apag-idx from 1 by 1
               until apag-idx > apag-vendor-count.
           move spaces to apag-grand-bucket-group.
           perform 9470-move-one-grand-bucket
               varying apag-bkt-idx from 1 by 1
               until apag-bkt-idx > 5.
           move apag-grand-total to apag-grand-total-out.
           write record-out from apag-grand-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           write record-out from apag-legend-out
               after advancing 1 line.
           perform 8020-capture-line.
           add 3 to page-line-count.

       9460-print-one-aged-vendor.
           move apag-vendor-id (apag-idx) to apag-vendor-out.
           if apag-held-flag (apag-idx) = 'y'
               move 'H' to apag-held-out
           else
               move space to apag-held-out
           end-if.
           move spaces to apag-bucket-out-group.
           perform 9465-move-one-vendor-bucket
               varying apag-bkt-idx from 1 by 1
               until apag-bkt-idx > 5.
           move apag-vendor-total (apag-idx) to apag-total-out.
           write record-out from apag-detail-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       9465-move-one-vendor-bucket.
           move apag-bucket (apag-idx, apag-bkt-idx)
               to apag-bucket-out (apag-bkt-idx).

       9470-move-one-grand-bucket.
           move apag-total (apag-bkt-idx)
               to apag-grand-bucket-out (apag-bkt-idx).
