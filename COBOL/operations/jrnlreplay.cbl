      *authority on OPERMAST, a denied request is refused to the
      *shared exception log, and every request lands on the
      *ACCAUDIT access trail either way.
      *
      *A customer erased by custerase.cbl stays erased through a
      *rebuild: when the master is CUSTMAST, every backup record
      *and journal image whose id is on the ERASEREG register has
      *its name, address and license masked before it is matched
      *or applied, so MFRESTORE never brings the person back.
      *
      *Backup and image records are 120 bytes wide, the width of
      *the shared master-file journal, since CUSTMAST grew to 117
      *bytes with the driver's license and date of birth.
       identification division.
       program-id. jrnlreplay.
       environment division.
           copy OPERSEL.

           copy EXCPSEL.

           copy ERASESEL.
           select restore-file assign to "MFRESTORE"
                 organization is line sequential.
           select file-out assign to printer, "con".

           copy RPTSEL.

       data division.
       file section.
       fd backup-file label records are omitted.
       01 backup-record pic x(120).

       copy JRNLFD.


       copy EXCPFD.

       copy ERASEFD.

       fd request-file label records are omitted.
       01 request-record.
           05 rq-file-id        pic x(8).
           05 rq-operator       pic x(8).

       fd restore-file label records are omitted.
       01 restore-record pic x(120).

       fd file-out label records are omitted.
       01 record-out pic x(132).

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 bk-file-status pic xx.
       copy BANNERWS.
       copy OPERWS.
       copy EXCPWS.
       copy ERASEWS.

      *the master being rebuilt rides through memory so changes and
      *deletes can find their record by its before image
       01 rebuild-table.
           05 rebuild-entry occurs 1000 times pic x(120).
       01 rebuild-count pic 9(4) value 0.
       01 rb-idx pic 9(4) value 0.
       01 rb-match-idx pic 9(4) value 0.
       01 rb-found-flag pic x value 'n'.
           88 rb-found value 'y'.
       01 rb-keep-count pic 9(4) value 0.
       01 deleted-marker pic x(120) value high-values.

       01 applied-count pic 9(5) value 0.
       01 skipped-after-cutoff pic 9(5) value 0.
       01 unmatched-count pic 9(5) value 0.
       01 masked-count pic 9(5) value 0.

       01 report-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(6) value 'Recs: '.
           05 rpt-recs-out pic zzzz9.

       01 masked-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(33) value
               'Erased-Customer Images Masked:   '.
           05 rpt-masked-out pic zzzz9.

       procedure division.
       100-main.
           open output file-out.
               perform 9000-log-exception
               close exception-log
               close file-out
               perform 8030-close-report-capture
               move 8 to return-code
               stop run
           end-if.
           perform 8520-load-erasures.
           perform 200-load-backup.
           perform 300-apply-journal.
           perform 500-write-restore-file.
           move rb-keep-count to rpt-recs-out.
           write record-out from report-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move masked-count to rpt-masked-out.
           write record-out from masked-line-out
               after advancing 1 line.
           perform 8020-capture-line.

           close file-out.
           perform 8030-close-report-capture.
           stop run.

       110-read-request.
               stop run
           end-if.
           add 1 to rebuild-count.
           move backup-record to erase-image.
           perform 380-mask-if-erased.
           move erase-image to rebuild-entry (rebuild-count).
           read backup-file at end move 'n' to more-records.

       300-apply-journal.
               if mj-date < rq-cutoff-date
                   or (mj-date = rq-cutoff-date
                       and mj-time <= rq-cutoff-time)
                   move mj-before to erase-image
                   perform 380-mask-if-erased
                   move erase-image to mj-before
                   move mj-after to erase-image
                   perform 380-mask-if-erased
                   move erase-image to mj-after
                   perform 320-apply-this-image
               else
                   add 1 to skipped-after-cutoff
               move rb-idx to rb-match-idx
           end-if.

      *the backup and the journal are masked alike, so a change's
      *before image still finds its masked record
       380-mask-if-erased.
           if rq-file-id = 'CUSTMAST' and erase-count > 0
               move ei-customer-id to erase-check-id
               perform 8530-check-erased
               if erase-found
                   perform 8540-mask-customer-image
                   add 1 to masked-count
               end-if
           end-if.

       500-write-restore-file.
           open output restore-file.
           move 0 to rb-keep-count.

       copy JRNLPR.

       copy ERASEPR.

       end program jrnlreplay.
