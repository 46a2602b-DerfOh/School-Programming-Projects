      *Preventive-maintenance schedule master maintenance
      *
      *The cars come out of service on crsvcdue.cbl's mileage
      *interval; the buildings' furnace servicing, gutter cleaning
      *and extinguisher inspections happened when somebody
      *remembered.  PMMAST carries one row per building and task:
      *what the task is, its work-order category, how often it
      *recurs in months, when it was last done, the VENDMAST vendor
      *approved to do it and what it is expected to cost.  The
      *monthly aptpmsched.cbl run raises the work orders from it.
      *This job is to PMMAST what bldgmaint.cbl is to BLDGMAST: it
      *reads add/change/delete transactions from PMTRAN, applies
      *them to the indexed schedule master, prints an activity
      *report of everything applied and rejected, and journals a
      *before/after image of every applied update to the shared
      *master-file journal so jrnlreplay.cbl can rebuild it.
      *
      *Transaction layout: action ('A' add, 'C' change, 'D'
      *delete), building-id, task-id, task description, category,
      *frequency in months, last-done date (zero on an add for a
      *task never done, zero on a change to leave it as it is),
      *vendor-id, estimated cost.  A change never disturbs the date
      *of an order the schedule already has open.
      *
      *A change or delete against a task not on the master, an add
      *for one already there, a building BLDGMAST doesn't know, a
      *vendor not on VENDMAST, inactive, or not approved for the
      *task's category, and a blank description or category or a
      *zero frequency are rejected to the activity report and the
      *shared exception log instead of applied blind.
       identification division.
       program-id. pmmaint.
       environment division.
       input-output section.

       file-control.
           select tran-file assign to "PMTRAN"
                 organization is line sequential.
           select file-out assign to printer, "con".

           select pm-master assign to "PMMAST"
                 organization is indexed
                 access mode is random
                 record key is pm-task-key
                 file status is pm-file-status.

           select building-master assign to "BLDGMAST"
                 organization is indexed
                 access mode is random
                 record key is bm-building-id
                 file status is bm-file-status.

           select vendor-master assign to "VENDMAST"
                 organization is line sequential
                 file status is vn-file-status.

           copy JRNLSEL.

           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd tran-file label records are standard.
       01 tran-record.
           05 tr-action            pic x.
               88 tr-add               value 'A'.
               88 tr-change            value 'C'.
               88 tr-delete            value 'D'.
           05 tr-task-key.
               10 tr-building-id   pic x(3).
               10 tr-task-id       pic x(4).
           05 tr-task-desc         pic x(20).
           05 tr-category          pic x(10).
           05 tr-frequency         pic 99.
           05 tr-last-done         pic 9(8).
           05 tr-vendor-id         pic x(5).
           05 tr-est-cost          pic 9(5)v99.

       fd file-out label records are omitted.
       01 record-out pic x(80).

       fd pm-master label records are standard.
       01 pm-master-record.
           05 pm-task-key.
               10 pm-building-id   pic x(3).
               10 pm-task-id       pic x(4).
           05 pm-task-desc         pic x(20).
           05 pm-category          pic x(10).
           05 pm-frequency         pic 99.
           05 pm-last-done         pic 9(8).
           05 pm-vendor-id         pic x(5).
           05 pm-est-cost          pic 9(5)v99.
           05 pm-order-date        pic 9(8).

       fd building-master label records are standard.
       01 building-master-record.
           05 bm-building-id    pic x(3).
           05 bm-expected-units pic 9(5).
           05 bm-min-rent       pic 9(8).
           05 bm-max-rent       pic 9(8).

       fd vendor-master label records are standard.
       01 vendor-master-record.
           05 vn-vendor-id      pic x(5).
           05 vn-vendor-name    pic x(15).
           05 vn-cat-1          pic x(10).
           05 vn-cat-2          pic x(10).
           05 vn-cat-3          pic x(10).
           05 vn-insurance-expiry pic 9(8).
           05 vn-active-flag    pic x.
               88 vn-active         value 'A'.
           05 vn-tin            pic x(9).
           05 vn-1099-flag      pic x.
               88 vn-1099-eligible  value 'Y'.
           05 vn-remit-addr     pic x(25).
           05 vn-remit-city     pic x(15).
           05 vn-remit-state    pic x(2).
           05 vn-remit-zip      pic x(5).

       copy JRNLFD.

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 pm-file-status pic xx.
       01 bm-file-status pic xx.
       01 vn-file-status pic xx.
       01 master-found-flag pic x value 'n'.
           88 master-found           value 'y'.
           88 master-not-found       value 'n'.
       01 values-ok-flag pic x value 'y'.
           88 values-ok              value 'y'.
       01 building-found-flag pic x value 'n'.
           88 building-found         value 'y'.
       01 vendor-ok-flag pic x value 'n'.
           88 vendor-ok              value 'y'.

      *vendor master, loaded once and checked per transaction
       01 vendor-master-table.
           05 vendor-master-entry occurs 100 times.
               10 vm-vendor-id      pic x(5).
               10 vm-cat-1          pic x(10).
               10 vm-cat-2          pic x(10).
               10 vm-cat-3          pic x(10).
               10 vm-active-flag    pic x.
       01 vendor-master-count pic 999 value 0.
       01 vm-idx pic 999 value 0.
       01 vm-match-idx pic 999 value 0.
       01 vm-found-flag pic x value 'n'.
           88 vm-found value 'y'.

       01 applied-count pic 9(5) value 0.
       01 rejected-count pic 9(5) value 0.

      *before/after images staged from what was really on the
      *master, not the transaction
       01 before-image-save pic x(67) value spaces.
       01 after-image-save  pic x(67) value spaces.

       copy BANNERWS.
       copy JRNLWS.
       copy PAGEBRKW.
       copy EXCPWS.

       01 line1-out.
           05 filler pic x(22) value spaces.
           05 filler pic x(33) value
               'Maintenance Schedule Maintenance'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(6) value 'Action'.
           05 filler pic x(3) value spaces.
           05 filler pic x(8) value 'Building'.
           05 filler pic x(2) value spaces.
           05 filler pic x(4) value 'Task'.
           05 filler pic x(2) value spaces.
           05 filler pic x(6) value 'Vendor'.
           05 filler pic x(3) value spaces.
           05 filler pic x(11) value 'Disposition'.

       01 print-activity-out.
           05 filler               pic x(3) value spaces.
           05 activity-action-out  pic x.
           05 filler               pic x(7) value spaces.
           05 activity-id-out      pic x(3).
           05 filler               pic x(5) value spaces.
           05 activity-task-out    pic x(4).
           05 filler               pic x(2) value spaces.
           05 activity-vendor-out  pic x(5).
           05 filler               pic x(4) value spaces.
           05 activity-disp-out    pic x(32).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(21) value 'Transactions Applied:'.
           05 applied-count-out pic zzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(9) value 'Rejected:'.
           05 rejected-count-out pic zzzz9.

       procedure division.
       100-main.
           open input tran-file.
           open output file-out.
      *> only a missing file (status 35) gets the create-and-reopen
      *> fallback -- any other failure must not reach OPEN OUTPUT,
      *> which would truncate the live schedule master
           open i-o pm-master.
           if pm-file-status = '35'
               open output pm-master
               close pm-master
               open i-o pm-master
           end-if.
           if pm-file-status not = '00'
               display 'PM-MASTER FAILED TO OPEN, STATUS '
                   pm-file-status
               stop run
           end-if.
           open input building-master.
           if bm-file-status not = '00'
               display 'BUILDING-MASTER FAILED TO OPEN, STATUS '
                   bm-file-status
               stop run
           end-if.
           perform 110-load-vendor-master.
           perform 9800-open-master-journal.
           move 'PMMAST  ' to mj-this-file.
           perform 8900-open-exception-log.
           move 'PMMAINT     ' to excp-this-job.

           move 'PM SCHEDULE MAINT   ' to banner-job-name.
           move 'PS0001' to banner-batch-id.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 5 lines.
           move 5 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           read tran-file at end move 'n' to more-records.
           perform 200-process until more-records = 'n'.

           perform 900-print-summary.

           close tran-file.
           close file-out.
           perform 8030-close-report-capture.
           close pm-master.
           close building-master.
           close master-journal.
           close exception-log.
           stop run.

       110-load-vendor-master.
           open input vendor-master.
           if vn-file-status not = '00'
               display 'VENDOR-MASTER FAILED TO OPEN, STATUS '
                   vn-file-status
               stop run
           end-if.
           read vendor-master at end move 'n' to more-records.
           perform 115-load-one-vendor until more-records = 'n'.
           close vendor-master.
           move 'y' to more-records.

       115-load-one-vendor.
           if vendor-master-count >= 100
               display 'VENDOR MASTER TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to vendor-master-count.
           move vn-vendor-id to vm-vendor-id (vendor-master-count).
           move vn-cat-1 to vm-cat-1 (vendor-master-count).
           move vn-cat-2 to vm-cat-2 (vendor-master-count).
           move vn-cat-3 to vm-cat-3 (vendor-master-count).
           move vn-active-flag
               to vm-active-flag (vendor-master-count).
           read vendor-master at end move 'n' to more-records.

       200-process.
           perform 210-read-master.
           perform 215-validate-values.
           evaluate true
               when (tr-add or tr-change) and not values-ok
                   perform 400-reject-transaction
               when tr-add
                   perform 300-apply-add
               when tr-change
                   perform 320-apply-change
               when tr-delete
                   perform 340-apply-delete
               when other
                   perform 400-reject-transaction
           end-evaluate.
           read tran-file at end move 'n' to more-records.

       210-read-master.
           move tr-task-key to pm-task-key.
           read pm-master
               invalid key
                   move 'n' to master-found-flag
               not invalid key
                   move 'y' to master-found-flag
                   move pm-master-record to before-image-save
           end-read.

      *a task belongs to a building the shop knows, recurs, and is
      *done by an active vendor approved for its category
       215-validate-values.
           move 'y' to values-ok-flag.
           move tr-building-id to bm-building-id.
           read building-master
               invalid key
                   move 'n' to building-found-flag
               not invalid key
                   move 'y' to building-found-flag
           end-read.
           move 'n' to vm-found-flag.
           perform 220-scan-one-vendor
               varying vm-idx from 1 by 1
               until vm-idx > vendor-master-count or vm-found.
           move 'n' to vendor-ok-flag.
           if vm-found
               if vm-active-flag (vm-match-idx) = 'A'
                   and (tr-category = vm-cat-1 (vm-match-idx)
                       or tr-category = vm-cat-2 (vm-match-idx)
                       or tr-category = vm-cat-3 (vm-match-idx))
                   move 'y' to vendor-ok-flag
               end-if
           end-if.
           if not building-found
               or not vendor-ok
               or tr-task-desc = spaces
               or tr-category = spaces
               or tr-frequency = 0
               move 'n' to values-ok-flag
           end-if.

       220-scan-one-vendor.
           if vm-vendor-id (vm-idx) = tr-vendor-id
               move 'y' to vm-found-flag
               move vm-idx to vm-match-idx
           end-if.

       300-apply-add.
           if master-found
               perform 400-reject-transaction
           else
               move spaces to before-image-save
               move tr-task-key to pm-task-key
               perform 310-move-task-values
               move tr-last-done to pm-last-done
               move 0 to pm-order-date
               move pm-master-record to after-image-save
               write pm-master-record
               perform 500-write-image-journal
               move 'APPLIED - ADDED' to activity-disp-out
               perform 250-print-activity-line
               add 1 to applied-count
           end-if.

       310-move-task-values.
           move tr-task-desc to pm-task-desc.
           move tr-category to pm-category.
           move tr-frequency to pm-frequency.
           move tr-vendor-id to pm-vendor-id.
           move tr-est-cost to pm-est-cost.

       320-apply-change.
           if master-not-found
               perform 400-reject-transaction
           else
               perform 310-move-task-values
               if tr-last-done not = 0
                   move tr-last-done to pm-last-done
               end-if
               move pm-master-record to after-image-save
               rewrite pm-master-record
               perform 500-write-image-journal
               move 'APPLIED - CHANGED' to activity-disp-out
               perform 250-print-activity-line
               add 1 to applied-count
           end-if.

       340-apply-delete.
           if master-not-found
               perform 400-reject-transaction
           else
               move spaces to after-image-save
               delete pm-master
               perform 500-write-image-journal
               move 'APPLIED - DELETED' to activity-disp-out
               perform 250-print-activity-line
               add 1 to applied-count
           end-if.

       400-reject-transaction.
           evaluate true
               when (tr-add or tr-change) and not building-found
                   move 'REJECTED - BUILDING NOT ON FILE'
                       to activity-disp-out
                   move 'NBLD' to excp-reason-code
                   move 'task for building not on BLDGMAST'
                       to excp-reason-text
               when (tr-add or tr-change) and not vendor-ok
                   move 'REJECTED - VENDOR NOT APPROVED'
                       to activity-disp-out
                   move 'PVND' to excp-reason-code
                   move 'vendor unknown, inactive or not approved'
                       to excp-reason-text
               when (tr-add or tr-change) and not values-ok
                   move 'REJECTED - BAD DESC/CAT/FREQ'
                       to activity-disp-out
                   move 'PVAL' to excp-reason-code
                   move 'task description, category or frequency'
                       to excp-reason-text
               when tr-add and master-found
                   move 'REJECTED - TASK ALREADY ON FILE'
                       to activity-disp-out
                   move 'DUPA' to excp-reason-code
                   move 'add for task already on master'
                       to excp-reason-text
               when (tr-change or tr-delete) and master-not-found
                   move 'REJECTED - TASK NOT ON FILE'
                       to activity-disp-out
                   move 'NOTF' to excp-reason-code
                   move 'change/delete for unknown task'
                       to excp-reason-text
               when other
                   move 'REJECTED - BAD ACTION CODE'
                       to activity-disp-out
                   move 'ACTN' to excp-reason-code
                   move 'transaction action code not A/C/D'
                       to excp-reason-text
           end-evaluate.
           perform 250-print-activity-line.
           add 1 to rejected-count.
           move tran-record to excp-record-image.
           perform 9000-log-exception.

       250-print-activity-line.
           move tr-action        to activity-action-out.
           move tr-building-id   to activity-id-out.
           move tr-task-id       to activity-task-out.
           move tr-vendor-id     to activity-vendor-out.
           write record-out from print-activity-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       500-write-image-journal.
           move tr-action to mj-action-code.
           move spaces to mj-before-image.
           move before-image-save to mj-before-image.
           move spaces to mj-after-image.
           move after-image-save to mj-after-image.
           perform 9850-journal-update.

       900-print-summary.
           move applied-count to applied-count-out.
           move rejected-count to rejected-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy JRNLPR.

       end program pmmaint.
