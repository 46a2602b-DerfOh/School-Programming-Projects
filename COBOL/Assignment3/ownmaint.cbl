      *Building ownership master maintenance
      *
      *Several buildings have more than one owner, and every
      *quarter the partners' shares were worked out on a calculator
      *from the profit report.  OWNMAST carries one row per
      *building and owner: the owner's name, the percent of the
      *building the owner holds, and how the owner's distribution
      *is paid ('C' check, 'E' electronic transfer, 'H' held on
      *account).  The quarterly aptdist.cbl run splits each
      *building's distributable cash by these percents.  This job
      *is to OWNMAST what bldgmaint.cbl is to BLDGMAST: it reads
      *add/change/delete transactions from OWNTRAN, applies them to
      *the indexed ownership master, prints an activity report of
      *everything applied and rejected, and journals a before/after
      *image of every applied update to the shared master-file
      *journal so jrnlreplay.cbl can rebuild it.
      *
      *Transaction layout: action ('A' add, 'C' change, 'D'
      *delete), building-id, owner-id, owner name, ownership
      *percent (999v99), distribution method.
      *
      *A change or delete against an owner not on the master, an
      *add for one already there, a building BLDGMAST doesn't know,
      *and a blank name, a percent of zero or over 100, or an
      *unknown method are rejected to the activity report and the
      *shared exception log instead of applied blind.
      *
      *A building's percents must add to 100, but moving a share
      *from one partner to another takes two transactions, so the
      *test is made once the whole run is applied: every building
      *on the master is totalled at the end of the report, and one
      *that doesn't come to 100 is flagged there and on the
      *exception log -- the distribution run pays nothing out of it
      *until it does.
       identification division.
       program-id. ownmaint.
       environment division.
       input-output section.

       file-control.
           select tran-file assign to "OWNTRAN"
                 organization is line sequential.
           select file-out assign to printer, "con".

           select owner-master assign to "OWNMAST"
                 organization is indexed
                 access mode is dynamic
                 record key is ow-owner-key
                 file status is ow-file-status.

           select building-master assign to "BLDGMAST"
                 organization is indexed
                 access mode is random
                 record key is bm-building-id
                 file status is bm-file-status.

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
           05 tr-owner-key.
               10 tr-building-id   pic x(3).
               10 tr-owner-id      pic x(5).
           05 tr-owner-name        pic x(25).
           05 tr-own-pct           pic 9(3)v99.
           05 tr-dist-method       pic x.
               88 tr-method-valid      value 'C' 'E' 'H'.

       fd file-out label records are omitted.
       01 record-out pic x(80).

       fd owner-master label records are standard.
       01 owner-master-record.
           05 ow-owner-key.
               10 ow-building-id   pic x(3).
               10 ow-owner-id      pic x(5).
           05 ow-owner-name        pic x(25).
           05 ow-own-pct           pic 9(3)v99.
           05 ow-dist-method       pic x.

       fd building-master label records are standard.
       01 building-master-record.
           05 bm-building-id    pic x(3).
           05 bm-expected-units pic 9(5).
           05 bm-min-rent       pic 9(8).
           05 bm-max-rent       pic 9(8).

       copy JRNLFD.

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 ow-file-status pic xx.
       01 bm-file-status pic xx.
       01 master-found-flag pic x value 'n'.
           88 master-found           value 'y'.
           88 master-not-found       value 'n'.
       01 values-ok-flag pic x value 'y'.
           88 values-ok              value 'y'.
       01 building-found-flag pic x value 'n'.
           88 building-found         value 'y'.

       01 applied-count pic 9(5) value 0.
       01 rejected-count pic 9(5) value 0.

      *one building's percents, totalled as the master is swept
       01 check-building pic x(3) value spaces.
       01 check-pct-total pic 9(5)v99 value 0.
       01 check-owner-count pic 99 value 0.
       01 unbalanced-count pic 999 value 0.

      *before/after images staged from what was really on the
      *master, not the transaction
       01 before-image-save pic x(39) value spaces.
       01 after-image-save  pic x(39) value spaces.

       copy BANNERWS.
       copy JRNLWS.
       copy PAGEBRKW.
       copy EXCPWS.

       01 line1-out.
           05 filler pic x(25) value spaces.
           05 filler pic x(30) value
               'Building Ownership Maintenance'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(6) value 'Action'.
           05 filler pic x(3) value spaces.
           05 filler pic x(8) value 'Building'.
           05 filler pic x(2) value spaces.
           05 filler pic x(5) value 'Owner'.
           05 filler pic x(3) value spaces.
           05 filler pic x(7) value 'Percent'.
           05 filler pic x(3) value spaces.
           05 filler pic x(11) value 'Disposition'.

       01 print-activity-out.
           05 filler               pic x(3) value spaces.
           05 activity-action-out  pic x.
           05 filler               pic x(7) value spaces.
           05 activity-id-out      pic x(3).
           05 filler               pic x(5) value spaces.
           05 activity-owner-out   pic x(5).
           05 filler               pic x(2) value spaces.
           05 activity-pct-out     pic zz9.99.
           05 filler               pic x(5) value spaces.
           05 activity-disp-out    pic x(32).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(21) value 'Transactions Applied:'.
           05 applied-count-out pic zzzz9.
           05 filler pic x(4) value spaces.
           05 filler pic x(9) value 'Rejected:'.
           05 rejected-count-out pic zzzz9.

       01 check-head-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(8) value 'Building'.
           05 filler pic x(3) value spaces.
           05 filler pic x(6) value 'Owners'.
           05 filler pic x(3) value spaces.
           05 filler pic x(13) value 'Total Percent'.
           05 filler pic x(3) value spaces.
           05 filler pic x(7) value 'Verdict'.

       01 check-line-out.
           05 filler pic x(3) value spaces.
           05 check-bldg-out pic x(3).
           05 filler pic x(9) value spaces.
           05 check-owners-out pic z9.
           05 filler pic x(8) value spaces.
           05 check-pct-out pic zzz9.99.
           05 filler pic x(6) value spaces.
           05 check-verdict-out pic x(14).

       01 check-summary-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(27) value 'Buildings Not At 100 Pct: '.
           05 unbalanced-count-out pic zz9.

       procedure division.
       100-main.
           open input tran-file.
           open output file-out.
      *> only a missing file (status 35) gets the create-and-reopen
      *> fallback -- any other failure must not reach OPEN OUTPUT,
      *> which would truncate the live ownership master
           open i-o owner-master.
           if ow-file-status = '35'
               open output owner-master
               close owner-master
               open i-o owner-master
           end-if.
           if ow-file-status not = '00'
               display 'OWNER-MASTER FAILED TO OPEN, STATUS '
                   ow-file-status
               stop run
           end-if.
           open input building-master.
           if bm-file-status not = '00'
               display 'BUILDING-MASTER FAILED TO OPEN, STATUS '
                   bm-file-status
               stop run
           end-if.
           perform 9800-open-master-journal.
           move 'OWNMAST ' to mj-this-file.
           perform 8900-open-exception-log.
           move 'OWNMAINT    ' to excp-this-job.

           move 'OWNERSHIP MAINT     ' to banner-job-name.
           move 'OW0001' to banner-batch-id.
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
           perform 600-check-percents.

           close tran-file.
           close file-out.
           perform 8030-close-report-capture.
           close owner-master.
           close building-master.
           close master-journal.
           close exception-log.
           stop run.

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
           move tr-owner-key to ow-owner-key.
           read owner-master
               invalid key
                   move 'n' to master-found-flag
               not invalid key
                   move 'y' to master-found-flag
                   move owner-master-record to before-image-save
           end-read.

      *an owner holds a real share of a building the shop knows
      *and is paid one of the ways the shop pays
       215-validate-values.
           move 'y' to values-ok-flag.
           move tr-building-id to bm-building-id.
           read building-master
               invalid key
                   move 'n' to building-found-flag
               not invalid key
                   move 'y' to building-found-flag
           end-read.
           if not building-found
               or tr-owner-name = spaces
               or tr-own-pct = 0
               or tr-own-pct > 100
               or not tr-method-valid
               move 'n' to values-ok-flag
           end-if.

       300-apply-add.
           if master-found
               perform 400-reject-transaction
           else
               move spaces to before-image-save
               move tr-owner-key to ow-owner-key
               perform 310-move-owner-values
               move owner-master-record to after-image-save
               write owner-master-record
               perform 500-write-image-journal
               move 'APPLIED - ADDED' to activity-disp-out
               perform 250-print-activity-line
               add 1 to applied-count
           end-if.

       310-move-owner-values.
           move tr-owner-name to ow-owner-name.
           move tr-own-pct to ow-own-pct.
           move tr-dist-method to ow-dist-method.

       320-apply-change.
           if master-not-found
               perform 400-reject-transaction
           else
               perform 310-move-owner-values
               move owner-master-record to after-image-save
               rewrite owner-master-record
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
               delete owner-master
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
                   move 'owner for building not on BLDGMAST'
                       to excp-reason-text
               when (tr-add or tr-change) and not values-ok
                   move 'REJECTED - BAD NAME/PCT/METHOD'
                       to activity-disp-out
                   move 'OVAL' to excp-reason-code
                   move 'owner name, percent or method invalid'
                       to excp-reason-text
               when tr-add and master-found
                   move 'REJECTED - OWNER ALREADY ON FILE'
                       to activity-disp-out
                   move 'DUPA' to excp-reason-code
                   move 'add for owner already on master'
                       to excp-reason-text
               when (tr-change or tr-delete) and master-not-found
                   move 'REJECTED - OWNER NOT ON FILE'
                       to activity-disp-out
                   move 'NOTF' to excp-reason-code
                   move 'change/delete for unknown owner'
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
           move tr-owner-id      to activity-owner-out.
           move tr-own-pct       to activity-pct-out.
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

      *the master is in building order, so each building's owners
      *come together; total them at every building break
       600-check-percents.
           write record-out from check-head-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           move 'y' to more-records.
           move spaces to check-building.
           move low-values to ow-owner-key.
           start owner-master key not < ow-owner-key
               invalid key move 'n' to more-records
           end-start.
           if more-records = 'y'
               read owner-master next record
                   at end move 'n' to more-records
               end-read
           end-if.
           perform 610-check-one-owner until more-records = 'n'.
           if check-building not = spaces
               perform 620-print-building-check
           end-if.
           move unbalanced-count to unbalanced-count-out.
           write record-out from check-summary-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

       610-check-one-owner.
           if ow-building-id not = check-building
               if check-building not = spaces
                   perform 620-print-building-check
               end-if
               move ow-building-id to check-building
               move 0 to check-pct-total
               move 0 to check-owner-count
           end-if.
           add ow-own-pct to check-pct-total.
           add 1 to check-owner-count.
           read owner-master next record
               at end move 'n' to more-records
           end-read.

       620-print-building-check.
           move check-building to check-bldg-out.
           move check-owner-count to check-owners-out.
           move check-pct-total to check-pct-out.
           if check-pct-total = 100
               move 'BALANCED' to check-verdict-out
           else
               move '** NOT 100 PCT' to check-verdict-out
               add 1 to unbalanced-count
               move 'OPCT' to excp-reason-code
               move 'building ownership does not total 100'
                   to excp-reason-text
               move check-line-out to excp-record-image
               perform 9000-log-exception
           end-if.
           write record-out from check-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy JRNLPR.

       end program ownmaint.
