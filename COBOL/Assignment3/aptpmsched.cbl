      *Preventive-maintenance schedule run
      *
      *Monthly, against the PMMAST schedule pmmaint.cbl keeps.
      *Each task falls due its frequency in months after it was
      *last done (a task never done is due at once), and a task
      *falling due in the run month or earlier:
      *
      *  - raises a pending work order on WORKORD (wo-status 'P',
      *    the task-id in wo-pm-task-id, the estimated cost as the
      *    amount), but only for a vendor still on VENDMAST, active,
      *    insured through the order's work date and approved for
      *    the task's category -- the same checks aptworkord.cbl
      *    applies to spend; a refused vendor raises no order and
      *    goes to the shared exception log;
      *  - raises it once: the master remembers the date an order
      *    went out and shows it as open until it comes back.
      *
      *The completed order comes back as an ordinary WORKORD spend
      *record carrying the task-id.  The run rolls the task's
      *last-done date forward to the completed work date, clears
      *the open order, and drops the pending order it answered
      *from WORKORD, which is rewritten through a new generation
      *(WORKORDN) the way the deposit ledger is.  Every change to
      *the schedule is journaled to the shared master-file journal.
      *
      *The due and overdue list prints per building; a task more
      *than the grace period past due goes to the shared exception
      *log as well.  Days overdue are counted 30/360, like the
      *aging jobs.
       identification division.
       program-id. aptpmsched.
       environment division.
       input-output section.

       file-control.
           select pm-master assign to "PMMAST"
                 organization is indexed
                 access mode is sequential
                 record key is pm-task-key
                 file status is pm-file-status.

           select vendor-master assign to "VENDMAST"
                 organization is line sequential
                 file status is vn-file-status.

      *> optional: a portfolio with no work orders yet
           select optional work-order-file assign to "WORKORD"
                 organization is line sequential
                 file status is wo-file-status.
      *> the rewritten generation, laid back over WORKORD
           select work-order-new assign to "WORKORDN"
                 organization is line sequential
                 file status is wn-file-status.

           select file-out assign to printer, "con".

           copy JRNLSEL.

           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
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

       fd work-order-file label records are standard.
       01 work-order-record.
           05 wo-building-id    pic x(3).
           05 wo-category       pic x(10).
           05 wo-vendor         pic x(15).
           05 wo-vendor-id      pic x(5).
           05 wo-unit-no        pic x(4).
           05 wo-work-date      pic 9(8).
           05 wo-amount         pic 9(5)v99.
           05 wo-status         pic x.
               88 wo-pending        value 'P'.
           05 wo-pm-task-id     pic x(4).

       fd work-order-new label records are standard.
       01 work-order-new-record pic x(57).

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy JRNLFD.

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 pm-file-status pic xx.
       01 vn-file-status pic xx.
       01 wo-file-status pic xx.
       01 wn-file-status pic xx.
       01 run-date-num pic 9(8) value 0.
       01 run-month-num pic 9(6) value 0.

      *a task more than this many days past due is an exception
       01 overdue-grace-days pic 999 value 30.

      *vendor master, loaded once and checked per order raised
       01 vendor-master-table.
           05 vendor-master-entry occurs 100 times.
               10 vm-vendor-id      pic x(5).
               10 vm-vendor-name    pic x(15).
               10 vm-cat-1          pic x(10).
               10 vm-cat-2          pic x(10).
               10 vm-cat-3          pic x(10).
               10 vm-insurance-expiry pic 9(8).
               10 vm-active-flag    pic x.
       01 vendor-master-count pic 999 value 0.
       01 vm-idx pic 999 value 0.
       01 vm-match-idx pic 999 value 0.
       01 vm-found-flag pic x value 'n'.
           88 vm-found value 'y'.
       01 vendor-ok-flag pic x value 'y'.
           88 vendor-ok value 'y'.
       01 vendor-reject-reason pic x(30) value spaces.

      *the latest completed work order per building and task
       01 completion-table.
           05 completion-entry occurs 300 times.
               10 cp-building-id    pic x(3).
               10 cp-task-id        pic x(4).
               10 cp-done-date      pic 9(8).
               10 cp-rolled-flag    pic x.
                   88 cp-rolled         value 'y'.
       01 completion-count pic 999 value 0.
       01 cp-idx pic 999 value 0.
       01 cp-match-idx pic 999 value 0.
       01 cp-found-flag pic x value 'n'.
           88 cp-found value 'y'.
       01 search-building pic x(3) value spaces.
       01 search-task pic x(4) value spaces.

      *pending orders raised this run, appended to WORKORD
       01 new-order-table.
           05 new-order-entry occurs 200 times.
               10 no-order-record   pic x(57).
       01 new-order-count pic 999 value 0.
       01 no-idx pic 999 value 0.

      *the task being judged
       01 before-image-save pic x(67) value spaces.
       01 task-changed-flag pic x value 'n'.
           88 task-changed value 'y'.
       01 task-rolled-flag pic x value 'n'.
           88 task-rolled value 'y'.
       01 task-due-flag pic x value 'n'.
           88 task-due value 'y'.
       01 next-due-date pic 9(8) value 0.
       01 next-due-month pic 9(6) value 0.
       01 order-work-date pic 9(8) value 0.
       01 overdue-days pic s9(5) value 0.
       01 month-count pic 9(6) value 0.
       01 month-rem pic 99 value 0.
       01 date-split-a.
           05 da-yyyy pic 9(4).
           05 da-mm   pic 9(2).
           05 da-dd   pic 9(2).
       01 date-split-b.
           05 db-yyyy pic 9(4).
           05 db-mm   pic 9(2).
           05 db-dd   pic 9(2).

       01 current-building pic x(3) value spaces.
       01 work-orders-changed-flag pic x value 'n'.
           88 work-orders-changed value 'y'.

       01 tasks-on-file pic 9(5) value 0.
       01 tasks-due pic 9(5) value 0.
       01 tasks-overdue pic 9(5) value 0.
       01 tasks-past-grace pic 9(5) value 0.
       01 orders-raised pic 9(5) value 0.
       01 orders-refused pic 9(5) value 0.
       01 tasks-rolled pic 9(5) value 0.
       01 pending-closed pic 9(5) value 0.
       01 orders-estimate pic 9(7)v99 value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy JRNLWS.

       01 line1-out.
           05 filler pic x(18) value spaces.
           05 filler pic x(42) value
               'Preventive Maintenance Due And Overdue'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(4) value 'Task'.
           05 filler pic x(2) value spaces.
           05 filler pic x(20) value 'Description'.
           05 filler pic x(2) value spaces.
           05 filler pic x(8) value 'LastDone'.
           05 filler pic x(2) value spaces.
           05 filler pic x(8) value 'Next Due'.
           05 filler pic x(2) value spaces.
           05 filler pic x(4) value 'Over'.
           05 filler pic x(2) value spaces.
           05 filler pic x(6) value 'Action'.

       01 building-head-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(10) value 'Building: '.
           05 bh-building-out pic x(3).

       01 task-line-out.
           05 filler                pic x(1) value spaces.
           05 tl-task-out           pic x(4).
           05 filler                pic x(2) value spaces.
           05 tl-desc-out           pic x(20).
           05 filler                pic x(2) value spaces.
           05 tl-last-done-out      pic 9(8).
           05 filler                pic x(2) value spaces.
           05 tl-next-due-out       pic 9(8).
           05 filler                pic x(2) value spaces.
           05 tl-overdue-out        pic zzz9.
           05 filler                pic x(2) value spaces.
           05 tl-action-out         pic x(24).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(7) value 'Tasks: '.
           05 tasks-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(5) value 'Due: '.
           05 due-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value 'Overdue: '.
           05 overdue-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(12) value 'Past Grace: '.
           05 grace-count-out pic zzzz9.

       01 summary-line-2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(15) value 'Orders Raised: '.
           05 raised-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value 'Estimate: '.
           05 estimate-out pic $z,zzz,zz9.99.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value 'Refused: '.
           05 refused-count-out pic zzzz9.

       01 summary-line-3-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(22) value 'Completions Rolled:   '.
           05 rolled-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(24) value 'Pending Orders Closed:  '.
           05 closed-count-out pic zzzz9.

       procedure division.
       100-main.
           open output file-out.
           perform 8900-open-exception-log.
           move 'APTPMSCHED  ' to excp-this-job.
           perform 9800-open-master-journal.
           move 'PMMAST  ' to mj-this-file.

           move 'PM SCHEDULE         ' to banner-job-name.
           move 'PM0001' to banner-batch-id.
           perform 8000-print-banner-page.
           move banner-run-date-ccyymmdd to run-date-num.
           compute run-month-num = run-date-num / 100.

           perform 110-load-vendor-master.
           perform 130-load-completions.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 200-schedule-tasks.
           if work-orders-changed
               perform 300-rewrite-work-orders
           end-if.

           move tasks-on-file to tasks-count-out.
           move tasks-due to due-count-out.
           move tasks-overdue to overdue-count-out.
           move tasks-past-grace to grace-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move orders-raised to raised-count-out.
           move orders-estimate to estimate-out.
           move orders-refused to refused-count-out.
           write record-out from summary-line-2-out
               after advancing 1 line.
           perform 8020-capture-line.
           move tasks-rolled to rolled-count-out.
           move pending-closed to closed-count-out.
           write record-out from summary-line-3-out
               after advancing 1 line.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
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
           move vn-vendor-name
               to vm-vendor-name (vendor-master-count).
           move vn-cat-1 to vm-cat-1 (vendor-master-count).
           move vn-cat-2 to vm-cat-2 (vendor-master-count).
           move vn-cat-3 to vm-cat-3 (vendor-master-count).
           move vn-insurance-expiry
               to vm-insurance-expiry (vendor-master-count).
           move vn-active-flag
               to vm-active-flag (vendor-master-count).
           read vendor-master at end move 'n' to more-records.

      *completed spend carrying a task-id answers that task; only
      *the latest completion per task matters
       130-load-completions.
           open input work-order-file.
           if wo-file-status = '00'
               read work-order-file
                   at end move 'n' to more-records
               end-read
               perform 135-load-one-completion
                   until more-records = 'n'
           end-if.
           close work-order-file.
           move 'y' to more-records.

       135-load-one-completion.
           if not wo-pending
               and wo-pm-task-id not = spaces
               move wo-building-id to search-building
               move wo-pm-task-id to search-task
               perform 140-find-completion
               if cp-found
                   if wo-work-date > cp-done-date (cp-match-idx)
                       move wo-work-date
                           to cp-done-date (cp-match-idx)
                   end-if
               else
                   if completion-count >= 300
                       display 'COMPLETION TABLE FULL, '
                           'CANNOT CONTINUE'
                       stop run
                   end-if
                   add 1 to completion-count
                   move wo-building-id
                       to cp-building-id (completion-count)
                   move wo-pm-task-id
                       to cp-task-id (completion-count)
                   move wo-work-date
                       to cp-done-date (completion-count)
                   move 'n' to cp-rolled-flag (completion-count)
               end-if
           end-if.
           read work-order-file
               at end move 'n' to more-records
           end-read.

       140-find-completion.
           move 'n' to cp-found-flag.
           perform 145-scan-one-completion
               varying cp-idx from 1 by 1
               until cp-idx > completion-count or cp-found.

       145-scan-one-completion.
           if cp-building-id (cp-idx) = search-building
               and cp-task-id (cp-idx) = search-task
               move 'y' to cp-found-flag
               move cp-idx to cp-match-idx
           end-if.

      *PMMAST reads in key order, so tasks arrive grouped by
      *building for the list
       200-schedule-tasks.
           open i-o pm-master.
           if pm-file-status not = '00'
               display 'PM-MASTER FAILED TO OPEN, STATUS '
                   pm-file-status
               stop run
           end-if.
           read pm-master next record
               at end move 'n' to more-records
           end-read.
           perform 210-judge-one-task until more-records = 'n'.
           close pm-master.
           move 'y' to more-records.

       210-judge-one-task.
           add 1 to tasks-on-file.
           move pm-master-record to before-image-save.
           move 'n' to task-changed-flag.
           move 'n' to task-rolled-flag.
           move 'n' to task-due-flag.
           move 0 to overdue-days.
           move spaces to tl-action-out.

           perform 220-apply-completion.
           perform 230-compute-next-due.
           if next-due-date = 0
               or next-due-month <= run-month-num
               move 'y' to task-due-flag
               add 1 to tasks-due
               perform 240-measure-overdue
               if pm-order-date = 0
                   perform 250-raise-order
               else
                   move spaces to tl-action-out
                   string 'ORDER OPEN SINCE ' delimited by size
                          pm-order-date delimited by size
                          into tl-action-out
               end-if
           end-if.

           if task-changed
               move 'C' to mj-action-code
               move spaces to mj-before-image
               move before-image-save to mj-before-image
               move spaces to mj-after-image
               move pm-master-record to mj-after-image
               rewrite pm-master-record
               perform 9850-journal-update
           end-if.

           if task-due or task-rolled
               perform 280-print-task-line
           end-if.
           if overdue-days > overdue-grace-days
               add 1 to tasks-past-grace
               move 'PMOD' to excp-reason-code
               move 'PM task overdue past grace period'
                   to excp-reason-text
               move pm-master-record to excp-record-image
               perform 9000-log-exception
           end-if.
           read pm-master next record
               at end move 'n' to more-records
           end-read.

      *a completion newer than the last-done date moves the task
      *on and closes whatever order was open for it
       220-apply-completion.
           move pm-building-id to search-building.
           move pm-task-id to search-task.
           perform 140-find-completion.
           if cp-found
               if cp-done-date (cp-match-idx) > pm-last-done
                   move cp-done-date (cp-match-idx) to pm-last-done
                   move 0 to pm-order-date
                   move 'y' to cp-rolled-flag (cp-match-idx)
                   move 'y' to task-changed-flag
                   move 'y' to task-rolled-flag
                   move 'y' to work-orders-changed-flag
                   add 1 to tasks-rolled
                   move 'COMPLETED - ROLLED ON' to tl-action-out
               end-if
           end-if.

      *last done plus the frequency in months, same day of month;
      *a task never done has no due date and is due now
       230-compute-next-due.
           move 0 to next-due-date.
           move 0 to next-due-month.
           if pm-last-done > 0
               move pm-last-done to date-split-a
               compute month-count =
                   (da-yyyy * 12) + da-mm - 1 + pm-frequency
               divide month-count by 12
                   giving da-yyyy remainder month-rem
               compute da-mm = month-rem + 1
               move date-split-a to next-due-date
               compute next-due-month = next-due-date / 100
           end-if.

       240-measure-overdue.
           if next-due-date > 0
               and next-due-date < run-date-num
               move next-due-date to date-split-a
               move run-date-num to date-split-b
               compute overdue-days =
                   ((db-yyyy - da-yyyy) * 360)
                   + ((db-mm - da-mm) * 30)
                   + (db-dd - da-dd)
               if overdue-days > 0
                   add 1 to tasks-overdue
               else
                   move 0 to overdue-days
               end-if
           end-if.

      *the order is dated for the due date, or tonight if that
      *has already passed, and the vendor must stand up on that
      *date the way aptworkord.cbl will check it
       250-raise-order.
           if next-due-date > run-date-num
               move next-due-date to order-work-date
           else
               move run-date-num to order-work-date
           end-if.
           perform 260-validate-vendor.
           if vendor-ok
               if new-order-count >= 200
                   display 'NEW ORDER TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               move spaces to work-order-record
               move pm-building-id to wo-building-id
               move pm-category to wo-category
               move vm-vendor-name (vm-match-idx) to wo-vendor
               move pm-vendor-id to wo-vendor-id
               move order-work-date to wo-work-date
               move pm-est-cost to wo-amount
               move 'P' to wo-status
               move pm-task-id to wo-pm-task-id
               add 1 to new-order-count
               move work-order-record
                   to no-order-record (new-order-count)
               move run-date-num to pm-order-date
               move 'y' to task-changed-flag
               move 'y' to work-orders-changed-flag
               add 1 to orders-raised
               add pm-est-cost to orders-estimate
               move 'ORDER RAISED' to tl-action-out
           else
               add 1 to orders-refused
               move vendor-reject-reason to tl-action-out
               move 'PMVN' to excp-reason-code
               move vendor-reject-reason to excp-reason-text
               move pm-master-record to excp-record-image
               perform 9000-log-exception
           end-if.

       260-validate-vendor.
           move 'y' to vendor-ok-flag.
           move 'n' to vm-found-flag.
           perform 265-scan-one-vendor
               varying vm-idx from 1 by 1
               until vm-idx > vendor-master-count or vm-found.
           evaluate true
               when not vm-found
                   move 'n' to vendor-ok-flag
                   move 'VENDOR NOT ON MASTER          '
                       to vendor-reject-reason
               when vm-active-flag (vm-match-idx) not = 'A'
                   move 'n' to vendor-ok-flag
                   move 'VENDOR INACTIVE               '
                       to vendor-reject-reason
               when vm-insurance-expiry (vm-match-idx)
                       < order-work-date
                   move 'n' to vendor-ok-flag
                   move 'INSURANCE LAPSED AT WORK DATE '
                       to vendor-reject-reason
               when pm-category not = vm-cat-1 (vm-match-idx)
                   and pm-category not = vm-cat-2 (vm-match-idx)
                   and pm-category not = vm-cat-3 (vm-match-idx)
                   move 'n' to vendor-ok-flag
                   move 'CATEGORY NOT APPROVED         '
                       to vendor-reject-reason
           end-evaluate.

       265-scan-one-vendor.
           if vm-vendor-id (vm-idx) = pm-vendor-id
               move 'y' to vm-found-flag
               move vm-idx to vm-match-idx
           end-if.

       280-print-task-line.
           if pm-building-id not = current-building
               move pm-building-id to current-building
               move pm-building-id to bh-building-out
               write record-out from building-head-out
                   after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.
           move pm-task-id to tl-task-out.
           move pm-task-desc to tl-desc-out.
           move pm-last-done to tl-last-done-out.
           move next-due-date to tl-next-due-out.
           move overdue-days to tl-overdue-out.
           write record-out from task-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *the pending orders the completions answered drop out, the
      *new ones go on the end, and the new generation is laid back
      *over the live name
       300-rewrite-work-orders.
           open input work-order-file.
           open output work-order-new.
           if wo-file-status = '00'
               read work-order-file
                   at end move 'n' to more-records
               end-read
               perform 310-copy-one-order until more-records = 'n'
           end-if.
           close work-order-file.
           move 'y' to more-records.
           perform 320-write-one-new-order
               varying no-idx from 1 by 1
               until no-idx > new-order-count.
           close work-order-new.

           open input work-order-new.
           open output work-order-file.
           read work-order-new
               at end move 'n' to more-records
           end-read.
           perform 330-restore-one-order until more-records = 'n'.
           close work-order-new.
           close work-order-file.
           move 'y' to more-records.

       310-copy-one-order.
           move 'n' to cp-found-flag.
           if wo-pending
               move wo-building-id to search-building
               move wo-pm-task-id to search-task
               perform 140-find-completion
           end-if.
           if cp-found and cp-rolled (cp-match-idx)
               add 1 to pending-closed
           else
               write work-order-new-record from work-order-record
           end-if.
           read work-order-file
               at end move 'n' to more-records
           end-read.

       320-write-one-new-order.
           write work-order-new-record
               from no-order-record (no-idx).

       330-restore-one-order.
           write work-order-record from work-order-new-record.
           read work-order-new
               at end move 'n' to more-records
           end-read.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy JRNLPR.

       end program aptpmsched.
