      *Legal hold register maintenance and hold report
      *
      *When litigation or an audit is pending the shop must keep
      *everything about the customer, claimant, building or ship
      *involved, however old.  The LEGLHOLD register names each
      *such hold -- hold id, key type ('C' customer-id, 'L'
      *claimant-id, 'B' building-id, 'S' ship name), key value,
      *matter name, start date and release date -- and the purging
      *jobs read it through the shared HOLD copybooks: archiver.cbl
      *keeps any record carrying a held key in the live file, and
      *mfbackup.cbl keeps any backup generation covering a held
      *period on its catalog.  This job is the only thing that
      *changes the register.  It reads HOLDTRAN, applies each
      *transaction, rewrites the register, and journals the
      *before/after image of every applied change to the shared
      *master-file journal (MFJRNL).
      *
      *Transaction layout: operator-id, action, hold id, key type,
      *key value, matter name, start date, release date (dates
      *ccyymmdd, zero for today).  Actions:
      *  'A'  file a new hold from its start date on;
      *  'C'  correct the matter name on a hold;
      *  'R'  release a hold from its release date on -- its
      *       records become eligible for purge again at the next
      *       archive run, its backups at the next backup run.
      *A hold is never deleted: a released one stays on the
      *register as the record of what was kept and why.
      *
      *Every transaction is judged against the operator's legal
      *hold authority on OPERMAST and lands on the ACCAUDIT access
      *trail either way.  Refused to the report and the shared
      *exception log: no authority (LHAU), an unknown action
      *(ACTN), a blank hold id, key or matter or a bad key type
      *(LHKY), a new hold whose id is already filed (DUPE), a
      *correction or release for a hold not on file (NOTF), and a
      *release for a hold already released or dated before the
      *hold started (LHRL).
      *
      *After the transactions, with or without any, the hold report
      *lists every hold on the register with its state and, for
      *each hold in force, what it is protecting: how many records
      *in each file the archiver purges (APTHIST, EXCPLOG, IRSAUDIT,
      *CARGOHIST and the RPTREPO report repository) carry its key,
      *and how many backup generations on BKUPCTLG cover its period.
       identification division.
       program-id. holdmaint.
       environment division.
       input-output section.

       file-control.
      *> optional: a report-only run has no transactions
           select optional tran-file assign to "HOLDTRAN"
                 organization is line sequential
                 file status is tr-file-status.

           copy HOLDSEL.

      *> the files the archiver purges, read for the hold report
           select optional apthist-file assign to "APTHIST"
                 organization is line sequential
                 file status is sf-file-status.
           select optional excplog-file assign to "EXCPLOG"
                 organization is line sequential
                 file status is sf-file-status.
           select optional irsaudit-file assign to "IRSAUDIT"
                 organization is line sequential
                 file status is sf-file-status.
           select optional cargohist-file assign to "CARGOHIST"
                 organization is line sequential
                 file status is sf-file-status.
           select optional rptrepo-file assign to "RPTREPO"
                 organization is line sequential
                 file status is sf-file-status.
           select optional backup-catalog assign to "BKUPCTLG"
                 organization is line sequential
                 file status is bc-file-status.

           select file-out assign to printer, "con".

           copy JRNLSEL.

           copy EXCPSEL.

           copy OPERSEL.

           copy RPTSEL.

       data division.
       file section.
       fd tran-file label records are omitted.
       01 tran-record.
           05 ht-operator       pic x(8).
           05 ht-action         pic x.
               88 ht-add            value 'A'.
               88 ht-correct        value 'C'.
               88 ht-release        value 'R'.
           05 ht-hold-id        pic x(8).
           05 ht-key-type       pic x.
               88 ht-valid-key-type value 'C' 'L' 'B' 'S'.
           05 ht-key-value      pic x(20).
           05 ht-matter-name    pic x(30).
           05 ht-start-date     pic 9(8).
           05 ht-release-date   pic 9(8).

       copy HOLDFD.

       fd apthist-file label records are omitted.
       01 apthist-record pic x(132).
       fd excplog-file label records are omitted.
       01 excplog-record pic x(139).
       fd irsaudit-file label records are omitted.
       01 irsaudit-record pic x(132).
       fd cargohist-file label records are omitted.
       01 cargohist-record pic x(132).
       fd rptrepo-file label records are omitted.
       01 rptrepo-record pic x(200).

       fd backup-catalog label records are omitted.
       01 backup-catalog-record.
           05 cb-file-id        pic x(8).
           05 filler            pic x.
           05 cb-backup-date    pic 9(8).
           05 filler            pic x.
           05 cb-record-count   pic 9(7).

       fd file-out label records are omitted.
       01 record-out pic x(132).

       copy JRNLFD.

       copy EXCPFD.

       copy OPERFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 tr-file-status pic xx.
       01 sf-file-status pic xx.
       01 bc-file-status pic xx.
       01 hold-on-file-flag pic x value 'n'.
           88 hold-on-file value 'y'.
       01 register-changed-flag pic x value 'n'.
           88 register-changed value 'y'.

       01 applied-count pic 9(5) value 0.
       01 rejected-count pic 9(5) value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy JRNLWS.
       copy OPERWS.
       copy HOLDWS.

      *what each hold is protecting, one row per register row:
      *records in APTHIST, EXCPLOG, IRSAUDIT, CARGOHIST, RPTREPO,
      *then backup generations
       01 protect-table.
           05 protect-entry occurs 200 times.
               10 prot-count        pic 9(7) occurs 6 times.
       01 file-no pic 9 value 0.
       01 scan-record pic x(200) value spaces.
       01 scan-eof-flag pic x value 'n'.
           88 scan-eof value 'y'.

      *the backup catalog, to see which generations a hold covers
       01 bkup-table.
           05 bkup-entry occurs 500 times.
               10 bkt-file-id       pic x(8).
               10 bkt-backup-date   pic 9(8).
       01 bkup-count pic 9(3) value 0.
       01 bk-idx pic 9(3) value 0.
       01 next-idx pic 9(3) value 0.
       01 next-backup-date pic 9(8) value 0.

       01 line1-out.
           05 filler pic x(22) value spaces.
           05 filler pic x(30) value
               'Legal Hold Register'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value 'Operator'.
           05 filler pic x(2) value 'A'.
           05 filler pic x(9) value 'Hold'.
           05 filler pic x(2) value 'T'.
           05 filler pic x(21) value 'Key'.
           05 filler pic x(31) value 'Matter'.
           05 filler pic x(11) value 'Start'.
           05 filler pic x(11) value 'Release'.

       01 print-activity-out.
           05 filler            pic x(1) value spaces.
           05 act-operator-out  pic x(8).
           05 filler            pic x(1) value spaces.
           05 act-action-out    pic x.
           05 filler            pic x(1) value spaces.
           05 act-hold-id-out   pic x(8).
           05 filler            pic x(1) value spaces.
           05 act-key-type-out  pic x.
           05 filler            pic x(1) value spaces.
           05 act-key-value-out pic x(20).
           05 filler            pic x(1) value spaces.
           05 act-matter-out    pic x(30).
           05 filler            pic x(1) value spaces.
           05 act-start-out     pic 9999/99/99.
           05 filler            pic x(1) value spaces.
           05 act-release-out   pic 9999/99/99.

       01 print-disp-out.
           05 filler            pic x(12) value spaces.
           05 act-disp-out      pic x(40).

       01 report-title-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(40) value
               'Holds On The Register:'.

       01 print-hold-out.
           05 filler            pic x(1) value spaces.
           05 rpt-hold-id-out   pic x(8).
           05 filler            pic x(1) value spaces.
           05 rpt-key-type-out  pic x.
           05 filler            pic x(1) value spaces.
           05 rpt-key-value-out pic x(20).
           05 filler            pic x(1) value spaces.
           05 rpt-matter-out    pic x(30).
           05 filler            pic x(1) value spaces.
           05 rpt-start-out     pic 9999/99/99.
           05 filler            pic x(1) value spaces.
           05 rpt-release-out   pic 9999/99/99.
           05 filler            pic x(1) value spaces.
           05 rpt-state-out     pic x(10).

       01 print-protect-out.
           05 filler            pic x(12) value spaces.
           05 filler            pic x(9) value 'APTHIST '.
           05 prt-apthist-out   pic zzzzzz9.
           05 filler            pic x(11) value '  EXCPLOG '.
           05 prt-excplog-out   pic zzzzzz9.
           05 filler            pic x(12) value '  IRSAUDIT '.
           05 prt-irsaudit-out  pic zzzzzz9.
           05 filler            pic x(13) value '  CARGOHIST '.
           05 prt-cargohist-out pic zzzzzz9.
           05 filler            pic x(11) value '  RPTREPO '.
           05 prt-rptrepo-out   pic zzzzzz9.
           05 filler            pic x(11) value '  BACKUPS '.
           05 prt-backups-out   pic zzzzzz9.

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
           open output file-out.
           perform 9800-open-master-journal.
           perform 8900-open-exception-log.
           move 'HOLDMAINT   ' to excp-this-job.
           perform 8800-load-operator-master.
           perform 8560-load-holds.

           move 'LEGAL HOLDS         ' to banner-job-name.
           move 'LH0001' to banner-batch-id.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           if tr-file-status = '00'
               read tran-file at end move 'n' to more-records
               end-read
               perform 200-process until more-records = 'n'
           end-if.
           close tran-file.

           if register-changed
               perform 600-rewrite-register
           end-if.

           move applied-count to applied-count-out.
           move rejected-count to rejected-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close master-journal.
           close exception-log.

           perform 700-count-protected-records.
           perform 760-count-protected-backups.
           perform 800-print-hold-report.

           close file-out.
           perform 8030-close-report-capture.
           stop run.

      *    a hold is not anonymous work: the operator is judged
      *    and audited before anything else is looked at
       200-process.
           move ht-operator to oper-request-id.
           move 'HOLD    ' to oper-this-function.
           move ht-hold-id to oper-request-key.
           move spaces to oper-reason-code.
           perform 8850-check-operator-authority.
           perform 8860-write-access-audit.
           perform 210-find-hold.
           evaluate true
               when not oper-authorized
                   move 'REJECTED - OPERATOR AUTHORITY'
                       to act-disp-out
                   move 'LHAU' to excp-reason-code
                   move 'legal hold change without authority'
                       to excp-reason-text
                   perform 400-reject-transaction
               when not (ht-add or ht-correct or ht-release)
                   move 'REJECTED - BAD ACTION CODE' to act-disp-out
                   move 'ACTN' to excp-reason-code
                   move 'transaction action code not A/C/R'
                       to excp-reason-text
                   perform 400-reject-transaction
               when ht-hold-id = spaces
                   perform 410-reject-bad-key
               when ht-add
                   perform 300-add-hold
               when ht-correct
                   perform 320-correct-hold
               when other
                   perform 340-release-hold
           end-evaluate.
           read tran-file at end move 'n' to more-records.

       210-find-hold.
           move 'n' to hold-on-file-flag.
           perform 215-scan-one-hold
               varying hold-idx from 1 by 1
               until hold-idx > hold-count or hold-on-file.

       215-scan-one-hold.
           if hlt-hold-id (hold-idx) = ht-hold-id
               move 'y' to hold-on-file-flag
               move hold-idx to hold-match-idx
           end-if.

       300-add-hold.
           if ht-start-date = 0
               move banner-run-date-ccyymmdd to ht-start-date
           end-if.
           evaluate true
               when not ht-valid-key-type
                   or ht-key-value = spaces
                   or ht-matter-name = spaces
                   perform 410-reject-bad-key
               when hold-on-file
                   move 'REJECTED - ALREADY ON FILE' to act-disp-out
                   move 'DUPE' to excp-reason-code
                   move 'legal hold id already on file'
                       to excp-reason-text
                   perform 400-reject-transaction
               when other
                   if hold-count >= 200
                       display 'LEGAL HOLD TABLE FULL, CANNOT CONTINUE'
                       stop run
                   end-if
                   add 1 to hold-count
                   move hold-count to hold-match-idx
                   move ht-hold-id to hlt-hold-id (hold-match-idx)
                   move ht-key-type to hlt-key-type (hold-match-idx)
                   move ht-key-value
                       to hlt-key-value (hold-match-idx)
                   move ht-matter-name
                       to hlt-matter-name (hold-match-idx)
                   move ht-start-date
                       to hlt-start-date (hold-match-idx)
                   move 0 to hlt-release-date (hold-match-idx)
                   move spaces to mj-before-image
                   perform 350-stamp-and-journal
                   move 'A' to mj-action-code
                   perform 500-journal-change
                   move 'APPLIED - FILED' to act-disp-out
                   perform 250-print-activity-line
           end-evaluate.

       320-correct-hold.
           evaluate true
               when not hold-on-file
                   perform 420-reject-not-on-file
               when ht-matter-name = spaces
                   perform 410-reject-bad-key
               when other
                   perform 450-build-hold-record
                   move legal-hold-record to mj-before-image
                   move ht-matter-name
                       to hlt-matter-name (hold-match-idx)
                   perform 350-stamp-and-journal
                   move 'C' to mj-action-code
                   perform 500-journal-change
                   move 'APPLIED - CORRECTED' to act-disp-out
                   perform 250-print-activity-line
           end-evaluate.

      *a release takes effect on its date: from then on the hold
      *protects nothing and its records purge at the next run
       340-release-hold.
           if ht-release-date = 0
               move banner-run-date-ccyymmdd to ht-release-date
           end-if.
           evaluate true
               when not hold-on-file
                   perform 420-reject-not-on-file
               when hlt-release-date (hold-match-idx) not = 0
                   move 'REJECTED - ALREADY RELEASED'
                       to act-disp-out
                   move 'LHRL' to excp-reason-code
                   move 'legal hold already released'
                       to excp-reason-text
                   perform 400-reject-transaction
               when ht-release-date
                   < hlt-start-date (hold-match-idx)
                   move 'REJECTED - RELEASED BEFORE START'
                       to act-disp-out
                   move 'LHRL' to excp-reason-code
                   move 'legal hold release dated before start'
                       to excp-reason-text
                   perform 400-reject-transaction
               when other
                   perform 450-build-hold-record
                   move legal-hold-record to mj-before-image
                   move ht-release-date
                       to hlt-release-date (hold-match-idx)
                   perform 350-stamp-and-journal
                   move 'C' to mj-action-code
                   perform 500-journal-change
                   move 'APPLIED - RELEASED' to act-disp-out
                   perform 250-print-activity-line
           end-evaluate.

      *the row is stamped, its state brought up to date, and its
      *new image readied for the journal
       350-stamp-and-journal.
           move ht-operator to hlt-changed-by (hold-match-idx).
           move banner-run-date-ccyymmdd
               to hlt-changed-date (hold-match-idx).
           move hold-match-idx to hold-idx.
           perform 8567-set-hold-state.
           perform 450-build-hold-record.
           move legal-hold-record to mj-after-image.
           move 'y' to register-changed-flag.

       250-print-activity-line.
           move ht-operator to act-operator-out.
           move ht-action to act-action-out.
           move ht-hold-id to act-hold-id-out.
           move ht-key-type to act-key-type-out.
           move ht-key-value to act-key-value-out.
           move ht-matter-name to act-matter-out.
           move ht-start-date to act-start-out.
           move ht-release-date to act-release-out.
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

       410-reject-bad-key.
           move 'REJECTED - BAD HOLD KEY OR MATTER' to act-disp-out.
           move 'LHKY' to excp-reason-code.
           move 'legal hold id, key or matter invalid'
               to excp-reason-text.
           perform 400-reject-transaction.

       420-reject-not-on-file.
           move 'REJECTED - NOT ON FILE' to act-disp-out.
           move 'NOTF' to excp-reason-code.
           move 'legal hold not on file' to excp-reason-text.
           perform 400-reject-transaction.

       450-build-hold-record.
           move spaces to legal-hold-record.
           move hlt-hold-id (hold-match-idx) to lh-hold-id.
           move hlt-key-type (hold-match-idx) to lh-key-type.
           move hlt-key-value (hold-match-idx) to lh-key-value.
           move hlt-matter-name (hold-match-idx) to lh-matter-name.
           move hlt-start-date (hold-match-idx) to lh-start-date.
           move hlt-release-date (hold-match-idx)
               to lh-release-date.
           move hlt-changed-by (hold-match-idx) to lh-changed-by.
           move hlt-changed-date (hold-match-idx)
               to lh-changed-date.

       500-journal-change.
           move 'LEGLHOLD' to mj-this-file.
           perform 9850-journal-update.
           add 1 to applied-count.

      *the register rides through memory and is rewritten whole,
      *released holds and all
       600-rewrite-register.
           open output legal-hold-file.
           perform 610-write-one-hold
               varying hold-match-idx from 1 by 1
               until hold-match-idx > hold-count.
           close legal-hold-file.

       610-write-one-hold.
           perform 450-build-hold-record.
           write legal-hold-record.

      *one pass over each purged file, every record tried against
      *every hold in force
       700-count-protected-records.
           perform 705-zero-one-hold
               varying hold-idx from 1 by 1
               until hold-idx > hold-count.
           move 1 to file-no.
           open input apthist-file.
           move 'n' to scan-eof-flag.
           perform 710-read-scan-file.
           perform 720-count-one-scan-record until scan-eof.
           close apthist-file.
           move 2 to file-no.
           open input excplog-file.
           move 'n' to scan-eof-flag.
           perform 710-read-scan-file.
           perform 720-count-one-scan-record until scan-eof.
           close excplog-file.
           move 3 to file-no.
           open input irsaudit-file.
           move 'n' to scan-eof-flag.
           perform 710-read-scan-file.
           perform 720-count-one-scan-record until scan-eof.
           close irsaudit-file.
           move 4 to file-no.
           open input cargohist-file.
           move 'n' to scan-eof-flag.
           perform 710-read-scan-file.
           perform 720-count-one-scan-record until scan-eof.
           close cargohist-file.
      *    the report repository is this job's own capture file too:
      *    capture closes while it is read and reopens on the next
      *    line printed
           perform 8030-close-report-capture.
           move 5 to file-no.
           open input rptrepo-file.
           move 'n' to scan-eof-flag.
           perform 710-read-scan-file.
           perform 720-count-one-scan-record until scan-eof.
           close rptrepo-file.

       705-zero-one-hold.
           move 0 to prot-count (hold-idx, 1).
           move 0 to prot-count (hold-idx, 2).
           move 0 to prot-count (hold-idx, 3).
           move 0 to prot-count (hold-idx, 4).
           move 0 to prot-count (hold-idx, 5).
           move 0 to prot-count (hold-idx, 6).

      *the file number says which purged file is being read; a
      *file not on disk reads as empty
       710-read-scan-file.
           if sf-file-status not = '00'
               move 'y' to scan-eof-flag
           else
               evaluate file-no
                   when 1
                       read apthist-file into scan-record
                           at end move 'y' to scan-eof-flag
                       end-read
                   when 2
                       read excplog-file into scan-record
                           at end move 'y' to scan-eof-flag
                       end-read
                   when 3
                       read irsaudit-file into scan-record
                           at end move 'y' to scan-eof-flag
                       end-read
                   when 4
                       read cargohist-file into scan-record
                           at end move 'y' to scan-eof-flag
                       end-read
                   when other
                       read rptrepo-file into scan-record
                           at end move 'y' to scan-eof-flag
                       end-read
               end-evaluate
           end-if.

       720-count-one-scan-record.
           move scan-record to hold-text.
           perform 725-count-for-one-hold
               varying hold-idx from 1 by 1
               until hold-idx > hold-count.
           perform 710-read-scan-file.

       725-count-for-one-hold.
           if hlt-active (hold-idx)
               move 0 to hold-tally
               inspect hold-text tallying hold-tally
                   for all hlt-key-value (hold-idx)
                       (1 : hlt-key-length (hold-idx))
               if hold-tally > 0
                   add 1 to prot-count (hold-idx, file-no)
               end-if
           end-if.

      *a generation lasts from its backup date until the next
      *backup of the same master -- the same rule mfbackup prunes
      *by
       760-count-protected-backups.
           open input backup-catalog.
           if bc-file-status = '00'
               read backup-catalog
                   at end move 'n' to more-records
               end-read
               perform 765-load-one-backup until more-records = 'n'
           end-if.
           close backup-catalog.
           move 'y' to more-records.
           perform 770-judge-one-backup
               varying bk-idx from 1 by 1
               until bk-idx > bkup-count.

       765-load-one-backup.
           if bkup-count >= 500
               display 'BACKUP CATALOG TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to bkup-count.
           move cb-file-id to bkt-file-id (bkup-count).
           move cb-backup-date to bkt-backup-date (bkup-count).
           read backup-catalog
               at end move 'n' to more-records
           end-read.

       770-judge-one-backup.
           move 99999999 to next-backup-date.
           perform 775-find-next-backup
               varying next-idx from 1 by 1
               until next-idx > bkup-count.
           move bkt-backup-date (bk-idx) to hold-range-from.
           move next-backup-date to hold-range-to.
           perform 780-count-backup-for-one-hold
               varying hold-match-idx from 1 by 1
               until hold-match-idx > hold-count.

       775-find-next-backup.
           if bkt-file-id (next-idx) = bkt-file-id (bk-idx)
               and bkt-backup-date (next-idx)
                   > bkt-backup-date (bk-idx)
               and bkt-backup-date (next-idx) < next-backup-date
               move bkt-backup-date (next-idx) to next-backup-date
           end-if.

       780-count-backup-for-one-hold.
           move hold-match-idx to hold-idx.
           move 'n' to hold-found-flag.
           perform 8585-check-range-for-one.
           if hold-found
               add 1 to prot-count (hold-match-idx, 6)
           end-if.

       800-print-hold-report.
           write record-out from report-title-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 810-print-one-hold
               varying hold-idx from 1 by 1
               until hold-idx > hold-count.

       810-print-one-hold.
           move hlt-hold-id (hold-idx) to rpt-hold-id-out.
           move hlt-key-type (hold-idx) to rpt-key-type-out.
           move hlt-key-value (hold-idx) to rpt-key-value-out.
           move hlt-matter-name (hold-idx) to rpt-matter-out.
           move hlt-start-date (hold-idx) to rpt-start-out.
           move hlt-release-date (hold-idx) to rpt-release-out.
           evaluate true
               when hlt-active (hold-idx)
                   move 'IN FORCE' to rpt-state-out
               when hlt-release-date (hold-idx) not = 0
                   and hlt-release-date (hold-idx)
                       not > hold-as-of-date
                   move 'RELEASED' to rpt-state-out
               when other
                   move 'PENDING' to rpt-state-out
           end-evaluate.
           write record-out from print-hold-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           if hlt-active (hold-idx)
               move prot-count (hold-idx, 1) to prt-apthist-out
               move prot-count (hold-idx, 2) to prt-excplog-out
               move prot-count (hold-idx, 3) to prt-irsaudit-out
               move prot-count (hold-idx, 4) to prt-cargohist-out
               move prot-count (hold-idx, 5) to prt-rptrepo-out
               move prot-count (hold-idx, 6) to prt-backups-out
               write record-out from print-protect-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy JRNLPR.

       copy OPERPR.

       copy HOLDPR.

       end program holdmaint.
