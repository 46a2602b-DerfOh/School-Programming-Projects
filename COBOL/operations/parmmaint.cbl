      *Shop parameter master maintenance
      *
      *The business thresholds the jobs used to carry frozen in
      *working storage -- quote tolerance, credit-hold threshold,
      *escheat window, the 1099 reporting floor and the rest --
      *now live on PARMMAST, one row per owning program, parameter
      *name and effective date, read by each job at start-up
      *through the shared PARM copybooks.  This job is the only
      *thing that changes them.  It reads PARMTRAN, applies each
      *change, prints an activity report, and journals the
      *before/after image of every applied change to the shared
      *master-file journal (MFJRNL) so a threshold change is
      *audited like any other master update.
      *
      *Transaction layout: operator-id, action, owning program,
      *parameter name, effective date (ccyymmdd, zero for today),
      *value (four decimals).  Actions:
      *  'A'  file a new value from its effective date on;
      *  'C'  correct the value on a row not yet in effect (or
      *       taking effect today);
      *  'D'  withdraw a row not yet in effect.
      *A value that has already been in force is history: it is
      *superseded by filing a later-dated row, never rewritten.
      *
      *Every transaction is judged against the operator's
      *parameter authority on OPERMAST and lands on the ACCAUDIT
      *access trail either way.  Refused to the report and the
      *shared exception log: no authority, an unknown action, a
      *blank program or name, a back-dated add, an add for a row
      *already filed, and a change or withdrawal for a row that is
      *not on file or is already in force.
       identification division.
       program-id. parmmaint.
       environment division.
       input-output section.

       file-control.
           select tran-file assign to "PARMTRAN"
                 organization is line sequential
                 file status is tr-file-status.

           copy PARMSEL.

           select file-out assign to printer, "con".

           copy JRNLSEL.

           copy EXCPSEL.

           copy OPERSEL.

           copy RPTSEL.

       data division.
       file section.
       fd tran-file label records are omitted.
       01 tran-record.
           05 pt-operator       pic x(8).
           05 pt-action         pic x.
               88 pt-add            value 'A'.
               88 pt-change         value 'C'.
               88 pt-withdraw       value 'D'.
           05 pt-program        pic x(10).
           05 pt-name           pic x(20).
           05 pt-effective-date pic 9(8).
           05 pt-value          pic 9(11)v9(4).

       copy PARMFD.

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy JRNLFD.

       copy EXCPFD.

       copy OPERFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 tr-file-status pic xx.
       01 master-found-flag pic x value 'n'.
           88 master-found value 'y'.

       01 applied-count pic 9(5) value 0.
       01 rejected-count pic 9(5) value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy JRNLWS.
       copy OPERWS.
       copy PARMWS.

       01 line1-out.
           05 filler pic x(22) value spaces.
           05 filler pic x(30) value
               'Shop Parameter Maintenance'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value 'Operator'.
           05 filler pic x(2) value 'A'.
           05 filler pic x(11) value 'Program'.
           05 filler pic x(21) value 'Parameter'.
           05 filler pic x(11) value 'Effective'.
           05 filler pic x(17) value 'Value'.

       01 print-activity-out.
           05 filler            pic x(1) value spaces.
           05 act-operator-out  pic x(8).
           05 filler            pic x(1) value spaces.
           05 act-action-out    pic x.
           05 filler            pic x(1) value spaces.
           05 act-program-out   pic x(10).
           05 filler            pic x(1) value spaces.
           05 act-name-out      pic x(20).
           05 filler            pic x(1) value spaces.
           05 act-date-out      pic 9999/99/99.
           05 filler            pic x(1) value spaces.
           05 act-value-out     pic zzz,zzz,zz9.9999.

       01 print-disp-out.
           05 filler            pic x(12) value spaces.
           05 act-disp-out      pic x(40).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value 'Applied: '.
           05 applied-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value 'Rejected: '.
           05 rejected-count-out pic zzzz9.

       procedure division.
       100-main.
           open input tran-file.
           if tr-file-status not = '00'
               display 'TRAN-FILE FAILED TO OPEN, STATUS '
                   tr-file-status
               stop run
           end-if.
           open output file-out.
      *> only a missing master (status 35, or 05 for the optional
      *> select) gets the create-and-reopen fallback
           open i-o parameter-master.
           if parm-file-status = '35' or parm-file-status = '05'
               close parameter-master
               open output parameter-master
               close parameter-master
               open i-o parameter-master
           end-if.
           if parm-file-status not = '00'
               display 'PARAMETER-MASTER FAILED TO OPEN, STATUS '
                   parm-file-status
               stop run
           end-if.
           perform 9800-open-master-journal.
           perform 8900-open-exception-log.
           move 'PARMMAINT   ' to excp-this-job.
           perform 8800-load-operator-master.

           move 'SHOP PARAMETERS     ' to banner-job-name.
           move 'PM0001' to banner-batch-id.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           read tran-file at end move 'n' to more-records.
           perform 200-process until more-records = 'n'.

           move applied-count to applied-count-out.
           move rejected-count to rejected-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close tran-file.
           close parameter-master.
           close file-out.
           perform 8030-close-report-capture.
           close master-journal.
           close exception-log.
           stop run.

      *    a threshold change is not anonymous work: the operator
      *    is judged and audited before anything else is looked at
       200-process.
           if pt-effective-date = 0
               move banner-run-date-ccyymmdd to pt-effective-date
           end-if.
           move pt-operator to oper-request-id.
           move 'PARAM   ' to oper-this-function.
           move spaces to oper-request-key.
           string pt-program delimited by space
                  '/' delimited by size
                  pt-name delimited by size
                  into oper-request-key.
           move spaces to oper-reason-code.
           perform 8850-check-operator-authority.
           perform 8860-write-access-audit.
           perform 210-read-master-row.
           evaluate true
               when not oper-authorized
                   move 'REJECTED - OPERATOR AUTHORITY'
                       to act-disp-out
                   move 'PMAU' to excp-reason-code
                   move 'parameter change without authority'
                       to excp-reason-text
                   perform 400-reject-transaction
               when not (pt-add or pt-change or pt-withdraw)
                   move 'REJECTED - BAD ACTION CODE' to act-disp-out
                   move 'ACTN' to excp-reason-code
                   move 'transaction action code not A/C/D'
                       to excp-reason-text
                   perform 400-reject-transaction
               when pt-program = spaces or pt-name = spaces
                   move 'REJECTED - NO PROGRAM OR NAME'
                       to act-disp-out
                   move 'VALS' to excp-reason-code
                   move 'parameter transaction with blank key'
                       to excp-reason-text
                   perform 400-reject-transaction
               when pt-add
                   perform 300-add-parameter
               when pt-change
                   perform 320-change-parameter
               when other
                   perform 340-withdraw-parameter
           end-evaluate.
           read tran-file at end move 'n' to more-records.

       210-read-master-row.
           move pt-program to pm-program.
           move pt-name to pm-name.
           move pt-effective-date to pm-effective-date.
           read parameter-master
               invalid key
                   move 'n' to master-found-flag
               not invalid key
                   move 'y' to master-found-flag
           end-read.

       300-add-parameter.
           evaluate true
               when pt-effective-date < banner-run-date-ccyymmdd
                   move 'REJECTED - BACK-DATED' to act-disp-out
                   move 'PMDT' to excp-reason-code
                   move 'parameter value dated before today'
                       to excp-reason-text
                   perform 400-reject-transaction
               when master-found
                   move 'REJECTED - ALREADY ON FILE' to act-disp-out
                   move 'DUPE' to excp-reason-code
                   move 'parameter row already on file'
                       to excp-reason-text
                   perform 400-reject-transaction
               when other
                   move pt-program to pm-program
                   move pt-name to pm-name
                   move pt-effective-date to pm-effective-date
                   move pt-value to pm-value
                   move pt-operator to pm-changed-by
                   move banner-run-date-ccyymmdd to pm-changed-date
                   write parameter-master-record
                   move 'A' to mj-action-code
                   move spaces to mj-before-image
                   move parameter-master-record to mj-after-image
                   perform 500-journal-change
                   move 'APPLIED - ADDED' to act-disp-out
                   perform 250-print-activity-line
           end-evaluate.

       320-change-parameter.
           evaluate true
               when not master-found
                   move 'REJECTED - NOT ON FILE' to act-disp-out
                   move 'NOTF' to excp-reason-code
                   move 'parameter row not on file'
                       to excp-reason-text
                   perform 400-reject-transaction
               when pm-effective-date < banner-run-date-ccyymmdd
                   perform 410-reject-in-force
               when other
                   move parameter-master-record to mj-before-image
                   move pt-value to pm-value
                   move pt-operator to pm-changed-by
                   move banner-run-date-ccyymmdd to pm-changed-date
                   rewrite parameter-master-record
                   move 'C' to mj-action-code
                   move parameter-master-record to mj-after-image
                   perform 500-journal-change
                   move 'APPLIED - CHANGED' to act-disp-out
                   perform 250-print-activity-line
           end-evaluate.

       340-withdraw-parameter.
           evaluate true
               when not master-found
                   move 'REJECTED - NOT ON FILE' to act-disp-out
                   move 'NOTF' to excp-reason-code
                   move 'parameter row not on file'
                       to excp-reason-text
                   perform 400-reject-transaction
               when pm-effective-date not > banner-run-date-ccyymmdd
                   perform 410-reject-in-force
               when other
                   move parameter-master-record to mj-before-image
                   delete parameter-master
                   move 'D' to mj-action-code
                   move spaces to mj-after-image
                   perform 500-journal-change
                   move 'APPLIED - WITHDRAWN' to act-disp-out
                   perform 250-print-activity-line
           end-evaluate.

       250-print-activity-line.
           move pt-operator to act-operator-out.
           move pt-action to act-action-out.
           move pt-program to act-program-out.
           move pt-name to act-name-out.
           move pt-effective-date to act-date-out.
           move pt-value to act-value-out.
           write record-out from print-activity-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           write record-out from print-disp-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       400-reject-transaction.
           add 1 to rejected-count.
           perform 250-print-activity-line.
           move tran-record to excp-record-image.
           perform 9000-log-exception.

       410-reject-in-force.
           move 'REJECTED - ALREADY IN FORCE' to act-disp-out.
           move 'PMIF' to excp-reason-code.
           move 'value in force - file a later-dated row'
               to excp-reason-text.
           perform 400-reject-transaction.

       500-journal-change.
           move 'PARMMAST' to mj-this-file.
           perform 9850-journal-update.
           add 1 to applied-count.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy JRNLPR.

       copy OPERPR.

       end program parmmaint.
