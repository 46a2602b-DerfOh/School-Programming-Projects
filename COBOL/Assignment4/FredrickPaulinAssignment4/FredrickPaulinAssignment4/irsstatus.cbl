                 file status is sf-file-status.
           select file-out assign to printer, "con".

           copy RPTSEL.

       data division.
       file section.
       fd claims-master label records are standard.
            05 cl-withhold-flag  pic x.
                88 cl-withhold-required value 'W'.
            05 cl-state          pic x(2).
            05 cl-addr-line      pic x(25).
            05 cl-city           pic x(15).
            05 cl-zip            pic x(5).
            05 cl-examiner-id    pic x(8).
            05 cl-denial-reason  pic x(4).
            05 cl-payment-hold   pic x.
                88 cl-sanction-hold  value 'S'.

       fd sched-file label records are omitted.
       01 sched-record.
       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 cl-file-status pic xx.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           read claims-master at end move 'n' to more-records.

           write record-out from stuck-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 300-print-one-stuck
               varying sk-idx from 1 by 1

           write record-out from appeal-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 350-print-one-appeal-stuck
               varying ak-idx from 1 by 1
           move stuck-count to stuck-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close claims-master.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

       200-print-one-claim.
           move cl-reward to st-reward-out.
           write record-out from print-status-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

           if cl-under-review
           move sk-reward (sk-idx) to stk-reward-out.
           write record-out from print-stuck-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       350-print-one-appeal-stuck.
           move ak-reward (ak-idx) to stk-reward-out.
           write record-out from print-stuck-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       400-print-schedules.
           if sf-file-status = '00'
               write record-out from sched-title-out
                   after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
               perform 8100-advance-line
               read sched-file at end move 'n' to more-records
               end-read
           move sf-remaining to sch-remaining-out.
           write record-out from print-sched-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           read sched-file at end move 'n' to more-records.

