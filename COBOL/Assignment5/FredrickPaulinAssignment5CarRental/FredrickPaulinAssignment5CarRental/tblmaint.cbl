      *Rate, coverage and corporate-account table maintenance
      *
      *RATETAB, COVRTAB and CORPACCT drive money on every bill, yet
      *a price change used to mean someone editing the indexed file
      *by hand the night it took effect.  This job is to those three
      *tables what custmaint.cbl is to CUSTMAST: it reads add,
      *change and delete transactions from TBLTRAN, applies them,
      *prints an activity report of everything applied, pended and
      *rejected, and journals a before/after image of every applied
      *update to the shared master-file journal (MFJRNL) so
      *jrnlreplay.cbl can rebuild the table from an mfbackup.cbl
      *backup.
      *
      *Every transaction carries an effective date.  One dated
      *after the run date is not applied: it waits on the TBLPEND
      *pending file, and the first run on or after its effective
      *date applies it automatically, ahead of that night's own
      *transactions.  A zero effective date means tonight.  The
      *activity report closes with every change still pending.
      *
      *Transaction layout: table id ('RATETAB ', 'COVRTAB ' or
      *'CORPACCT', the journal's file-id), action ('A' add, 'C'
      *change, 'D' delete), effective date (ccyymmdd), then the
      *table's own row, key first: car-make, per-mile, per-day and
      *weekly rates; product code, name and daily price; or
      *account-id, name and discount percent.  A change carries the
      *whole new row; a delete needs only the key.
      *
      *Refused on entry, to the activity report and the shared
      *exception log: an unknown table or action, a blank key, a
      *row missing its values, a corporate discount over the
      *discount ceiling, and a weekly rate higher than seven times
      *the daily rate.  An add for a key already on the table, or a
      *change or delete for one that isn't, is refused the night it
      *would have applied.
      *
      *The discount ceiling is read from PARMMAST (TBLMAINT /
      *DISCOUNT-CEILING-PCT) at start-up through the shared PARM
      *copybooks; the value in force prints under the banner.
       identification division.
       program-id. tblmaint.
       environment division.
       input-output section.


       file-control.
           select tran-file assign to "TBLTRAN"
                 organization is line sequential.
           select file-out assign to printer, "con".

      *> future-dated changes waiting for their effective date,
      *> rewritten in full each run
           select optional pending-file assign to "TBLPEND"
                 organization is line sequential
                 file status is pn-file-status.

           select rate-table assign to "RATETAB"
                 organization is indexed
                 access mode is random
                 record key is rt-car-make
                 file status is rt-file-status.

           select coverage-table assign to "COVRTAB"
                 organization is indexed
                 access mode is random
                 record key is ct-product-code
                 file status is ct-file-status.

           select corp-account assign to "CORPACCT"
                 organization is indexed
                 access mode is random
                 record key is ca-account-id
                 file status is ca-file-status.

           copy JRNLSEL.

           copy EXCPSEL.


           copy RPTSEL.

           copy PARMSEL.

       data division.
       file section.
       fd tran-file label records are standard.
       01 tran-record pic x(46).

       fd file-out label records are omitted.
       01 record-out pic x(80).

       fd pending-file label records are omitted.
       01 pending-record pic x(46).

       fd rate-table label records are standard.
       01 rate-table-record.
           05 rt-car-make           pic x(4).
           05 rt-per-mile-charge    pic 9v99.
           05 rt-per-day-charge     pic 99v99.
           05 rt-weekly-rate        pic 9999v99.

       fd coverage-table label records are standard.
       01 coverage-table-record.
           05 ct-product-code       pic x(3).
           05 ct-product-name       pic x(20).
           05 ct-daily-price        pic 99v99.

       fd corp-account label records are standard.
       01 corp-account-record.
           05 ca-account-id        pic x(6).
           05 ca-account-name      pic x(20).
           05 ca-discount-pct      pic v999.

       copy JRNLFD.

       copy EXCPFD.


       copy RPTFD.

       copy PARMFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 pn-file-status pic xx.
       01 rt-file-status pic xx.
       01 ct-file-status pic xx.
       01 ca-file-status pic xx.
       01 master-found-flag pic x value 'n'.
           88 master-found           value 'y'.
           88 master-not-found       value 'n'.
       01 values-ok-flag pic x value 'y'.
           88 values-ok              value 'y'.

      *the transaction being worked, whether it came off TBLTRAN
      *tonight or off the pending file; the row views overlay the
      *table's own record layout so an add or change moves across
      *whole
       01 table-tran.
           05 tt-table-id           pic x(8).
               88 tt-rate-table         value 'RATETAB '.
               88 tt-coverage-table     value 'COVRTAB '.
               88 tt-corp-table         value 'CORPACCT'.
           05 tt-action             pic x.
               88 tt-add                value 'A'.
               88 tt-change             value 'C'.
               88 tt-delete             value 'D'.
           05 tt-effective-date     pic 9(8).
           05 tt-row                pic x(29).
           05 tt-rate-view redefines tt-row.
               10 tt-rate-row.
                   15 tt-car-make       pic x(4).
                   15 tt-per-mile       pic 9v99.
                   15 tt-per-day        pic 99v99.
                   15 tt-weekly         pic 9999v99.
               10 filler                pic x(12).
           05 tt-coverage-view redefines tt-row.
               10 tt-coverage-row.
                   15 tt-product-code   pic x(3).
                   15 tt-product-name   pic x(20).
                   15 tt-daily-price    pic 99v99.
               10 filler                pic x(2).
           05 tt-corp-view redefines tt-row.
               10 tt-corp-row.
                   15 tt-account-id     pic x(6).
                   15 tt-account-name   pic x(20).
                   15 tt-discount-pct   pic v999.

      *no negotiated discount goes on above this without someone
      *changing it on purpose (a shop parameter, compiled-in value
      *first)
       01 discount-ceiling-pct pic v999 value .400.
       01 weekly-ceiling pic 9(5)v99 value 0.
       01 discount-pct-display pic 99v9 value 0.
       01 tran-key pic x(6) value spaces.

      *pending changes, loaded up front; a row applied tonight is
      *released and does not go back on the file
       01 pending-table.
           05 pending-entry occurs 300 times.
               10 pt-row             pic x(46).
               10 pt-released-flag   pic x.
                   88 pt-released        value 'y'.
       01 pending-count pic 999 value 0.
       01 pt-idx pic 999 value 0.
       01 pending-split.
           05 filler                pic x(9).
           05 ps-effective-date     pic 9(8).
           05 filler                pic x(29).

       01 applied-count pic 9(5) value 0.
       01 rejected-count pic 9(5) value 0.
       01 pended-count pic 9(5) value 0.
       01 still-pending-count pic 9(5) value 0.

      *before/after images are staged here so the journal record is
      *built from what was really on the table
       01 before-image-save pic x(120) value spaces.
       01 after-image-save  pic x(120) value spaces.

       copy BANNERWS.
       copy JRNLWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy PARMWS.

       01 line1-out.
           05 filler pic x(22) value spaces.
           05 filler pic x(36) value
               'Rate and Account Table Maintenance'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(8) value 'Table   '.
           05 filler pic x(2) value spaces.
           05 filler pic x(3) value 'Act'.
           05 filler pic x(2) value spaces.
           05 filler pic x(6) value 'Key   '.
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value 'Effective '.
           05 filler pic x(3) value spaces.
           05 filler pic x(11) value 'Disposition'.

       01 pending-title-out.
           05 filler pic x(29) value spaces.
           05 filler pic x(21) value 'Changes Still Pending'.

       01 print-activity-out.
           05 filler               pic x(1) value spaces.
           05 activity-table-out   pic x(8).
           05 filler               pic x(3) value spaces.
           05 activity-action-out  pic x.
           05 filler               pic x(3) value spaces.
           05 activity-key-out     pic x(6).
           05 filler               pic x(3) value spaces.
           05 activity-date-out    pic 9999/99/99.
           05 filler               pic x(3) value spaces.
           05 activity-disp-out    pic x(32).

       01 print-rate-values-out.
           05 filler               pic x(12) value spaces.
           05 filler               pic x(6) value 'Mile: '.
           05 rate-mile-out        pic $9.99.
           05 filler               pic x(3) value spaces.
           05 filler               pic x(5) value 'Day: '.
           05 rate-day-out         pic $99.99.
           05 filler               pic x(3) value spaces.
           05 filler               pic x(6) value 'Week: '.
           05 rate-week-out        pic $z,zz9.99.

       01 print-coverage-values-out.
           05 filler               pic x(12) value spaces.
           05 coverage-name-out    pic x(20).
           05 filler               pic x(3) value spaces.
           05 filler               pic x(5) value 'Day: '.
           05 coverage-price-out   pic $99.99.

       01 print-corp-values-out.
           05 filler               pic x(12) value spaces.
           05 corp-name-out        pic x(20).
           05 filler               pic x(3) value spaces.
           05 filler               pic x(10) value 'Discount: '.
           05 corp-pct-out         pic z9.9.
           05 filler               pic x(1) value '%'.

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value 'Applied: '.
           05 applied-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value 'Rejected: '.
           05 rejected-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(8) value 'Pended: '.
           05 pended-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(15) value 'Still Pending: '.
           05 still-pending-count-out pic zzzz9.


       procedure division.
       100-main.
           open input tran-file.
           open output file-out.
           perform 050-load-parameters.
      *> only a missing table (status 35) gets the create-and-reopen
      *> fallback -- any other failure must not reach OPEN OUTPUT,
      *> which would truncate the live rates
           open i-o rate-table.
           if rt-file-status = '35'
               open output rate-table
               close rate-table
               open i-o rate-table
           end-if.
           if rt-file-status not = '00'
               display 'RATE-TABLE FAILED TO OPEN, STATUS '
                   rt-file-status
               stop run
           end-if.
           open i-o coverage-table.
           if ct-file-status = '35'
               open output coverage-table
               close coverage-table
               open i-o coverage-table
           end-if.
           if ct-file-status not = '00'
               display 'COVERAGE-TABLE FAILED TO OPEN, STATUS '
                   ct-file-status
               stop run
           end-if.
           open i-o corp-account.
           if ca-file-status = '35'
               open output corp-account
               close corp-account
               open i-o corp-account
           end-if.
           if ca-file-status not = '00'
               display 'CORP-ACCOUNT FAILED TO OPEN, STATUS '
                   ca-file-status
               stop run
           end-if.
           perform 9800-open-master-journal.
           perform 8900-open-exception-log.
           move 'TBLMAINT    ' to excp-this-job.

      *        the shop-standard banner page, then the activity
      *        report's own column headers
           move 'TABLE MAINTENANCE   ' to banner-job-name.
           move 'TM0001' to banner-batch-id.
           perform 8000-print-banner-page.
           perform 8650-print-parameters.

           perform 150-load-pending.

           write record-out from line1-out after advancing 5 lines.
           move 5 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

      *        changes that have come due go on first, so a change
      *        keyed tonight for the same row has the last word
           perform 160-release-one-pending
               varying pt-idx from 1 by 1
               until pt-idx > pending-count.

           read tran-file into table-tran
               at end move 'n' to more-records
           end-read.
           perform 200-process until more-records = 'n'.

           perform 600-rewrite-pending.
           perform 900-print-summary.

           close tran-file.
           close file-out.
           perform 8030-close-report-capture.
           close rate-table.
           close coverage-table.
           close corp-account.
           close master-journal.
           close exception-log.
           stop run.

       050-load-parameters.
           perform 8600-open-parameters.
           move 'TBLMAINT  ' to parm-lookup-program.
           move 'DISCOUNT-CEILING-PCT' to parm-lookup-name.
           move discount-ceiling-pct to parm-value.
           perform 8610-get-parameter.
           move parm-value to discount-ceiling-pct.
           perform 8690-close-parameters.

       150-load-pending.
           open input pending-file.
           if pn-file-status = '00'
               read pending-file
                   at end move 'n' to more-records
               end-read
               perform 155-load-one-pending until more-records = 'n'
           end-if.
           close pending-file.
           move 'y' to more-records.

       155-load-one-pending.
           if pending-count >= 300
               display 'PENDING TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to pending-count.
           move pending-record to pt-row (pending-count).
           move 'n' to pt-released-flag (pending-count).
           read pending-file
               at end move 'n' to more-records
           end-read.

      *a pending change due on or before the run date applies now
      *and comes off the file whether it applies or is refused
       160-release-one-pending.
           move pt-row (pt-idx) to pending-split.
           if ps-effective-date <= banner-run-date-ccyymmdd
               move pt-row (pt-idx) to table-tran
               move 'y' to pt-released-flag (pt-idx)
               perform 300-apply-transaction
           end-if.

       200-process.
           if tt-effective-date = 0
               move banner-run-date-ccyymmdd to tt-effective-date
           end-if.
           perform 220-validate-transaction.
           if not values-ok
               perform 400-reject-transaction
           else
               if tt-effective-date > banner-run-date-ccyymmdd
                   perform 260-pend-transaction
               else
                   perform 300-apply-transaction
               end-if
           end-if.
           read tran-file into table-tran
               at end move 'n' to more-records
           end-read.

      *entry edits: the ones that don't depend on what is on the
      *table tonight, so a bad future-dated change is refused the
      *day it is keyed instead of the day it comes due
       220-validate-transaction.
           move 'y' to values-ok-flag.
           perform 230-set-tran-key.
           evaluate true
               when not (tt-rate-table or tt-coverage-table
                   or tt-corp-table)
                   move 'REJECTED - UNKNOWN TABLE'
                       to activity-disp-out
                   move 'TBLI' to excp-reason-code
                   move 'table id not RATETAB/COVRTAB/CORPACCT'
                       to excp-reason-text
                   move 'n' to values-ok-flag
               when not (tt-add or tt-change or tt-delete)
                   move 'REJECTED - BAD ACTION CODE'
                       to activity-disp-out
                   move 'ACTN' to excp-reason-code
                   move 'transaction action code not A/C/D'
                       to excp-reason-text
                   move 'n' to values-ok-flag
               when tran-key = spaces
                   move 'REJECTED - NO KEY GIVEN'
                       to activity-disp-out
                   move 'VALS' to excp-reason-code
                   move 'table transaction with blank key'
                       to excp-reason-text
                   move 'n' to values-ok-flag
               when tt-delete
                   continue
               when tt-rate-table
                   perform 240-validate-rate
               when tt-coverage-table
                   if tt-product-name = spaces
                       or tt-daily-price = 0
                       perform 235-reject-missing-values
                   end-if
               when tt-corp-table
                   perform 245-validate-corp
           end-evaluate.

       230-set-tran-key.
           move spaces to tran-key.
           evaluate true
               when tt-rate-table
                   move tt-car-make to tran-key
               when tt-coverage-table
                   move tt-product-code to tran-key
               when tt-corp-table
                   move tt-account-id to tran-key
           end-evaluate.

       235-reject-missing-values.
           move 'REJECTED - VALUES MISSING' to activity-disp-out.
           move 'VALS' to excp-reason-code.
           move 'table add/change missing its values'
               to excp-reason-text.
           move 'n' to values-ok-flag.

      *a weekly rate dearer than seven days at the daily rate is a
      *keying error -- nobody pays more for committing to the week
       240-validate-rate.
           compute weekly-ceiling = tt-per-day * 7.
           if tt-per-day = 0
               perform 235-reject-missing-values
           else
               if tt-weekly > weekly-ceiling
                   move 'REJECTED - WEEKLY OVER 7 X DAILY'
                       to activity-disp-out
                   move 'WKLY' to excp-reason-code
                   move 'weekly rate over seven times daily rate'
                       to excp-reason-text
                   move 'n' to values-ok-flag
               end-if
           end-if.

       245-validate-corp.
           if tt-account-name = spaces
               perform 235-reject-missing-values
           else
               if tt-discount-pct > discount-ceiling-pct
                   move 'REJECTED - DISCOUNT OVER CEILING'
                       to activity-disp-out
                   move 'DISC' to excp-reason-code
                   move 'corporate discount over the ceiling'
                       to excp-reason-text
                   move 'n' to values-ok-flag
               end-if
           end-if.

       260-pend-transaction.
           if pending-count >= 300
               display 'PENDING TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to pending-count.
           move table-tran to pt-row (pending-count).
           move 'n' to pt-released-flag (pending-count).
           move 'PENDING - NOT YET EFFECTIVE' to activity-disp-out.
           perform 250-print-activity-line.
           perform 270-print-values-line.
           add 1 to pended-count.

      *the night's edits that do depend on the table: an add must
      *be new, a change or delete must find its row
       300-apply-transaction.
           perform 230-set-tran-key.
           evaluate true
               when tt-rate-table
                   perform 310-apply-rate
               when tt-coverage-table
                   perform 320-apply-coverage
               when tt-corp-table
                   perform 330-apply-corp
           end-evaluate.

       310-apply-rate.
           move tt-car-make to rt-car-make.
           read rate-table
               invalid key
                   move 'n' to master-found-flag
               not invalid key
                   move 'y' to master-found-flag
                   move rate-table-record to before-image-save
           end-read.
           perform 350-check-on-file.
           if values-ok
               evaluate true
                   when tt-add
                       move spaces to before-image-save
                       move tt-rate-row to rate-table-record
                       move rate-table-record to after-image-save
                       write rate-table-record
                   when tt-change
                       move tt-rate-row to rate-table-record
                       move rate-table-record to after-image-save
                       rewrite rate-table-record
                   when tt-delete
                       move spaces to after-image-save
                       delete rate-table
               end-evaluate
               move 'RATETAB ' to mj-this-file
               perform 360-record-applied
           end-if.

       320-apply-coverage.
           move tt-product-code to ct-product-code.
           read coverage-table
               invalid key
                   move 'n' to master-found-flag
               not invalid key
                   move 'y' to master-found-flag
                   move coverage-table-record to before-image-save
           end-read.
           perform 350-check-on-file.
           if values-ok
               evaluate true
                   when tt-add
                       move spaces to before-image-save
                       move tt-coverage-row to coverage-table-record
                       move coverage-table-record to after-image-save
                       write coverage-table-record
                   when tt-change
                       move tt-coverage-row to coverage-table-record
                       move coverage-table-record to after-image-save
                       rewrite coverage-table-record
                   when tt-delete
                       move spaces to after-image-save
                       delete coverage-table
               end-evaluate
               move 'COVRTAB ' to mj-this-file
               perform 360-record-applied
           end-if.

       330-apply-corp.
           move tt-account-id to ca-account-id.
           read corp-account
               invalid key
                   move 'n' to master-found-flag
               not invalid key
                   move 'y' to master-found-flag
                   move corp-account-record to before-image-save
           end-read.
           perform 350-check-on-file.
           if values-ok
               evaluate true
                   when tt-add
                       move spaces to before-image-save
                       move tt-corp-row to corp-account-record
                       move corp-account-record to after-image-save
                       write corp-account-record
                   when tt-change
                       move tt-corp-row to corp-account-record
                       move corp-account-record to after-image-save
                       rewrite corp-account-record
                   when tt-delete
                       move spaces to after-image-save
                       delete corp-account
               end-evaluate
               move 'CORPACCT' to mj-this-file
               perform 360-record-applied
           end-if.

       350-check-on-file.
           move 'y' to values-ok-flag.
           evaluate true
               when tt-add and master-found
                   move 'REJECTED - KEY ALREADY ON FILE'
                       to activity-disp-out
                   move 'DUPA' to excp-reason-code
                   move 'table add for key already on file'
                       to excp-reason-text
                   move 'n' to values-ok-flag
               when (tt-change or tt-delete) and master-not-found
                   move 'REJECTED - KEY NOT ON FILE'
                       to activity-disp-out
                   move 'NOTF' to excp-reason-code
                   move 'table change/delete for unknown key'
                       to excp-reason-text
                   move 'n' to values-ok-flag
           end-evaluate.
           if not values-ok
               perform 400-reject-transaction
           end-if.

       360-record-applied.
           perform 500-write-image-journal.
           evaluate true
               when tt-add
                   move 'APPLIED - ADDED' to activity-disp-out
               when tt-change
                   move 'APPLIED - CHANGED' to activity-disp-out
               when tt-delete
                   move 'APPLIED - DELETED' to activity-disp-out
           end-evaluate.
           perform 250-print-activity-line.
           perform 270-print-values-line.
           add 1 to applied-count.

       400-reject-transaction.
           perform 250-print-activity-line.
           add 1 to rejected-count.
           move table-tran to excp-record-image.
           perform 9000-log-exception.

       250-print-activity-line.
           move tt-table-id to activity-table-out.
           move tt-action to activity-action-out.
           move tran-key to activity-key-out.
           move tt-effective-date to activity-date-out.
           write record-out from print-activity-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *the row's new values under an add, a change or a pending
      *one; a delete has none to show
       270-print-values-line.
           if tt-add or tt-change
               evaluate true
                   when tt-rate-table
                       move tt-per-mile to rate-mile-out
                       move tt-per-day to rate-day-out
                       move tt-weekly to rate-week-out
                       write record-out from print-rate-values-out
                           after advancing 1 line
                       perform 8020-capture-line
                       perform 8100-advance-line
                   when tt-coverage-table
                       move tt-product-name to coverage-name-out
                       move tt-daily-price to coverage-price-out
                       write record-out
                           from print-coverage-values-out
                           after advancing 1 line
                       perform 8020-capture-line
                       perform 8100-advance-line
                   when tt-corp-table
                       move tt-account-name to corp-name-out
                       compute discount-pct-display =
                           tt-discount-pct * 100
                       move discount-pct-display to corp-pct-out
                       write record-out from print-corp-values-out
                           after advancing 1 line
                       perform 8020-capture-line
                       perform 8100-advance-line
               end-evaluate
           end-if.

       500-write-image-journal.
           move tt-action to mj-action-code.
           move spaces to mj-before-image.
           move before-image-save to mj-before-image.
           move spaces to mj-after-image.
           move after-image-save to mj-after-image.
           perform 9850-journal-update.

      *everything not released tonight goes back on the pending
      *file and onto the report's closing list
       600-rewrite-pending.
           open output pending-file.
           write record-out from pending-title-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 610-keep-one-pending
               varying pt-idx from 1 by 1
               until pt-idx > pending-count.
           close pending-file.

       610-keep-one-pending.
           if not pt-released (pt-idx)
               move pt-row (pt-idx) to pending-record
               write pending-record
               move pt-row (pt-idx) to table-tran
               perform 230-set-tran-key
               move 'PENDING' to activity-disp-out
               perform 250-print-activity-line
               perform 270-print-values-line
               add 1 to still-pending-count
           end-if.

       900-print-summary.
           move applied-count to applied-count-out.
           move rejected-count to rejected-count-out.
           move pended-count to pended-count-out.
           move still-pending-count to still-pending-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy JRNLPR.

       copy PARMPR.

       end program tblmaint.
