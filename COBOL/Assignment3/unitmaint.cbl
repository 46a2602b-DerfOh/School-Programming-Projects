      *Apartment unit master maintenance
      *
      *LEASEMAST only knows units that have or had a lease, and
      *BLDGMAST only an expected unit count, so a unit that was
      *never leased or sits empty between tenants was invisible.
      *UNITMAST carries one row per building/unit: unit type (the
      *same code as lm-unit-type and MKTRENT), bedrooms, square
      *footage, asking rent, and status -- 'O' occupied, 'R'
      *vacant and ready, 'N' vacant and not ready, 'D' down for
      *renovation -- with the date the unit last went vacant.
      *This job is to UNITMAST what bldgmaint.cbl is to BLDGMAST:
      *it reads add/change/delete transactions from UNITTRAN,
      *applies them to the indexed unit master, prints an activity
      *report of everything applied and rejected, and journals a
      *before/after image of every applied update to the shared
      *master-file journal so jrnlreplay.cbl can rebuild it.
      *
      *Transaction layout: action ('A' add, 'C' change, 'D'
      *delete), building-id, unit-no, unit type, bedrooms, square
      *feet, asking rent, status, status date (ccyymmdd, zero for
      *the run date).  A unit that goes from occupied to any vacant
      *status is vacant from the status date; one that goes
      *occupied clears its vacant date; a move between vacant
      *statuses keeps the date it first went empty.
      *
      *A change or delete against a unit not on the master, an add
      *for one already there, an add or change for a building
      *BLDGMAST doesn't know, a bad status, a blank unit type or a
      *zero asking rent, and a delete of a unit still occupied are
      *rejected to the activity report and the shared exception log
      *instead of applied blind.
       identification division.
       program-id. unitmaint.
       environment division.
       input-output section.

       file-control.
           select tran-file assign to "UNITTRAN"
                 organization is line sequential.
           select file-out assign to printer, "con".

           select unit-master assign to "UNITMAST"
                 organization is indexed
                 access mode is random
                 record key is um-unit-key
                 file status is um-file-status.

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
           05 tr-unit-key.
               10 tr-building-id   pic x(3).
               10 tr-unit-no       pic x(4).
           05 tr-unit-type         pic x(2).
           05 tr-bedrooms          pic 9.
           05 tr-square-feet       pic 9(5).
           05 tr-asking-rent       pic 9(5)v99.
           05 tr-status            pic x.
               88 tr-status-valid      value 'O' 'R' 'N' 'D'.
               88 tr-occupied          value 'O'.
           05 tr-status-date       pic 9(8).

       fd file-out label records are omitted.
       01 record-out pic x(80).

       fd unit-master label records are standard.
       01 unit-master-record.
           05 um-unit-key.
               10 um-building-id   pic x(3).
               10 um-unit-no       pic x(4).
           05 um-unit-type         pic x(2).
           05 um-bedrooms          pic 9.
           05 um-square-feet       pic 9(5).
           05 um-asking-rent       pic 9(5)v99.
           05 um-status            pic x.
               88 um-occupied          value 'O'.
           05 um-vacant-since      pic 9(8).

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
       01 um-file-status pic xx.
       01 bm-file-status pic xx.
       01 master-found-flag pic x value 'n'.
           88 master-found           value 'y'.
           88 master-not-found       value 'n'.
       01 values-ok-flag pic x value 'y'.
           88 values-ok              value 'y'.
       01 building-found-flag pic x value 'n'.
           88 building-found         value 'y'.
       01 prior-status pic x value space.
           88 prior-occupied         value 'O'.

       01 applied-count pic 9(5) value 0.
       01 rejected-count pic 9(5) value 0.

      *before/after images staged from what was really on the
      *master, not the transaction
       01 before-image-save pic x(31) value spaces.
       01 after-image-save  pic x(31) value spaces.

       copy BANNERWS.
       copy JRNLWS.
       copy PAGEBRKW.
       copy EXCPWS.

       01 line1-out.
           05 filler pic x(26) value spaces.
           05 filler pic x(25) value
               'Unit Master Maintenance'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(6) value 'Action'.
           05 filler pic x(3) value spaces.
           05 filler pic x(8) value 'Building'.
           05 filler pic x(2) value spaces.
           05 filler pic x(4) value 'Unit'.
           05 filler pic x(2) value spaces.
           05 filler pic x(6) value 'Status'.
           05 filler pic x(3) value spaces.
           05 filler pic x(11) value 'Disposition'.

       01 print-activity-out.
           05 filler               pic x(3) value spaces.
           05 activity-action-out  pic x.
           05 filler               pic x(7) value spaces.
           05 activity-id-out      pic x(3).
           05 filler               pic x(5) value spaces.
           05 activity-unit-out    pic x(4).
           05 filler               pic x(4) value spaces.
           05 activity-status-out  pic x.
           05 filler               pic x(6) value spaces.
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
      *> which would truncate the live unit master
           open i-o unit-master.
           if um-file-status = '35'
               open output unit-master
               close unit-master
               open i-o unit-master
           end-if.
           if um-file-status not = '00'
               display 'UNIT-MASTER FAILED TO OPEN, STATUS '
                   um-file-status
               stop run
           end-if.
           open input building-master.
           if bm-file-status not = '00'
               display 'BUILDING-MASTER FAILED TO OPEN, STATUS '
                   bm-file-status
               stop run
           end-if.
           perform 9800-open-master-journal.
           move 'UNITMAST' to mj-this-file.
           perform 8900-open-exception-log.
           move 'UNITMAINT   ' to excp-this-job.

           move 'UNIT MAINTENANCE    ' to banner-job-name.
           move 'UM0001' to banner-batch-id.
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
           close unit-master.
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
           move tr-unit-key to um-unit-key.
           read unit-master
               invalid key
                   move 'n' to master-found-flag
               not invalid key
                   move 'y' to master-found-flag
                   move unit-master-record to before-image-save
           end-read.

      *a unit belongs to a building the shop knows, with a type the
      *market-rent table can price and a rent to ask
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
               or not tr-status-valid
               or tr-unit-type = spaces
               or tr-asking-rent = 0
               move 'n' to values-ok-flag
           end-if.
           if tr-status-date = 0
               move banner-run-date-ccyymmdd to tr-status-date
           end-if.

       300-apply-add.
           if master-found
               perform 400-reject-transaction
           else
               move spaces to before-image-save
               move tr-unit-key to um-unit-key
               perform 310-move-unit-values
               if tr-occupied
                   move 0 to um-vacant-since
               else
                   move tr-status-date to um-vacant-since
               end-if
               move unit-master-record to after-image-save
               write unit-master-record
               perform 500-write-image-journal
               move 'APPLIED - ADDED' to activity-disp-out
               perform 250-print-activity-line
               add 1 to applied-count
           end-if.

       310-move-unit-values.
           move tr-unit-type to um-unit-type.
           move tr-bedrooms to um-bedrooms.
           move tr-square-feet to um-square-feet.
           move tr-asking-rent to um-asking-rent.
           move tr-status to um-status.

      *the vacant date moves only when the unit crosses between
      *occupied and empty
       320-apply-change.
           if master-not-found
               perform 400-reject-transaction
           else
               move um-status to prior-status
               perform 310-move-unit-values
               evaluate true
                   when tr-occupied
                       move 0 to um-vacant-since
                   when prior-occupied or um-vacant-since = 0
                       move tr-status-date to um-vacant-since
               end-evaluate
               move unit-master-record to after-image-save
               rewrite unit-master-record
               perform 500-write-image-journal
               move 'APPLIED - CHANGED' to activity-disp-out
               perform 250-print-activity-line
               add 1 to applied-count
           end-if.

       340-apply-delete.
           if master-not-found or um-occupied
               perform 400-reject-transaction
           else
               move spaces to after-image-save
               delete unit-master
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
                   move 'unit for building not on BLDGMAST'
                       to excp-reason-text
               when (tr-add or tr-change) and not values-ok
                   move 'REJECTED - BAD TYPE/RENT/STATUS'
                       to activity-disp-out
                   move 'UVAL' to excp-reason-code
                   move 'unit type, asking rent or status invalid'
                       to excp-reason-text
               when tr-add and master-found
                   move 'REJECTED - UNIT ALREADY ON FILE'
                       to activity-disp-out
                   move 'DUPA' to excp-reason-code
                   move 'add for unit already on master'
                       to excp-reason-text
               when (tr-change or tr-delete) and master-not-found
                   move 'REJECTED - UNIT NOT ON FILE'
                       to activity-disp-out
                   move 'NOTF' to excp-reason-code
                   move 'change/delete for unknown unit'
                       to excp-reason-text
               when tr-delete
                   move 'REJECTED - UNIT OCCUPIED'
                       to activity-disp-out
                   move 'OCCU' to excp-reason-code
                   move 'delete refused, unit still occupied'
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
           move tr-unit-no       to activity-unit-out.
           move tr-status        to activity-status-out.
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

       end program unitmaint.
