      *PNTSMAST, CLAIMMST, IRSYTD, MAINTDUE.  The BKUPCTLG catalog
      *records what was taken when, and rows older than the
      *retention window prune off as the catalog rewrites.
      *
      *RATETAB, COVRTAB and CORPACCT are covered too, now that
      *tblmaint.cbl maintains them and journals every change: a
      *price table rebuilt to last Tuesday starts from one of
      *these backups like any other master.
      *
      *UNITMAST, the apartment unit master unitmaint.cbl keeps,
      *journals its changes the same way and backs up here as well.
      *So does PMMAST, the buildings' preventive-maintenance
      *schedule (pmmaint.cbl and the monthly aptpmsched.cbl run).
      *And OWNMAST, the buildings' ownership shares ownmaint.cbl
      *keeps for the quarterly owner distributions.  IRSEXMST, the
      *claimants barred from a reward that irsexclm.cbl maintains,
      *backs up here too, as does SHIPBOOK, the cargo space
      *bookings shipbook.cbl takes against each voyage, and
      *TRKEVNT, the B/L tracking events shiptrack.cbl posts.
      *PARMMAST, the shop parameter master parmmaint.cbl keeps,
      *backs up here so a threshold can be replayed to the value
      *in force on any night.
      *
      *A backup generation that covers any part of a legal hold
      *in force on the LEGLHOLD register (holdmaint.cbl) never
      *prunes off the catalog, whatever its age: a generation
      *covers the days from its own backup date up to the next
      *backup of the same master.  Once the hold is released the
      *row prunes on the next run like any other.
      *
      *Backup and image records are 120 bytes wide, the width of
      *the shared master-file journal, since CUSTMAST grew to 117
      *bytes with the driver's license and date of birth.
       identification division.
       program-id. mfbackup.
       environment division.
                 organization is indexed access mode is sequential
                 record key is md-unit-id
                 file status is master-status.
           select optional ratetab-file assign to "RATETAB"
                 organization is indexed access mode is sequential
                 record key is rt-car-make
                 file status is master-status.
           select optional covrtab-file assign to "COVRTAB"
                 organization is indexed access mode is sequential
                 record key is ct-product-code
                 file status is master-status.
           select optional corpacct-file assign to "CORPACCT"
                 organization is indexed access mode is sequential
                 record key is ca-account-id
                 file status is master-status.
           select optional unitmast-file assign to "UNITMAST"
                 organization is indexed access mode is sequential
                 record key is um-unit-key
                 file status is master-status.
           select optional pmmast-file assign to "PMMAST"
                 organization is indexed access mode is sequential
                 record key is pm-task-key
                 file status is master-status.
           select optional ownmast-file assign to "OWNMAST"
                 organization is indexed access mode is sequential
                 record key is ow-owner-key
                 file status is master-status.
           select optional irsexmst-file assign to "IRSEXMST"
                 organization is indexed access mode is sequential
                 record key is ex-key
                 file status is master-status.
           select optional shipbook-file assign to "SHIPBOOK"
                 organization is indexed access mode is sequential
                 record key is bk-key
                 file status is master-status.
           select optional trkevnt-file assign to "TRKEVNT"
                 organization is indexed access mode is sequential
                 record key is te-key
                 file status is master-status.
           select optional parmmast-file assign to "PARMMAST"
                 organization is indexed access mode is sequential
                 record key is pa-key
                 file status is master-status.

      *> current and prior backup generations, one pair per master
           select optional backup-g1 assign to "MFBKUPG1"

           copy EXCPSEL.

           copy HOLDSEL.

           copy RPTSEL.

       data division.
       file section.
       fd custmast-file label records are standard.
       01 custmast-record.
           05 cm-customer-id    pic x(6).
           05 filler            pic x(111).

       fd resvfile-file label records are standard.
       01 resvfile-record.
       fd vehmast-file label records are standard.
       01 vehmast-record.
           05 vm-unit-id        pic x(5).
           05 filler            pic x(60).

       fd openrent-file label records are standard.
       01 openrent-record.
           05 or-unit-id        pic x(5).
           05 filler            pic x(52).

       fd pntsmast-file label records are standard.
       01 pntsmast-record.
       fd claimmst-file label records are standard.
       01 claimmst-record.
           05 cl-claimant-id    pic x(9).
           05 filler            pic x(108).

       fd irsytd-file label records are standard.
       01 irsytd-record.
           05 md-unit-id        pic x(5).
           05 filler            pic x(12).

       fd ratetab-file label records are standard.
       01 ratetab-record.
           05 rt-car-make       pic x(4).
           05 filler            pic x(13).

       fd covrtab-file label records are standard.
       01 covrtab-record.
           05 ct-product-code   pic x(3).
           05 filler            pic x(24).

       fd corpacct-file label records are standard.
       01 corpacct-record.
           05 ca-account-id     pic x(6).
           05 filler            pic x(23).

       fd unitmast-file label records are standard.
       01 unitmast-record.
           05 um-unit-key       pic x(7).
           05 filler            pic x(24).

       fd pmmast-file label records are standard.
       01 pmmast-record.
           05 pm-task-key       pic x(7).
           05 filler            pic x(60).

       fd ownmast-file label records are standard.
       01 ownmast-record.
           05 ow-owner-key      pic x(8).
           05 filler            pic x(31).

       fd irsexmst-file label records are standard.
       01 irsexmst-record.
           05 ex-key            pic x(32).
           05 filler            pic x(67).

       fd shipbook-file label records are standard.
       01 shipbook-record.
           05 bk-key            pic x(13).
           05 filler            pic x(51).

       fd trkevnt-file label records are standard.
       01 trkevnt-record.
           05 te-key            pic x(10).
           05 filler            pic x(47).

       fd parmmast-file label records are standard.
       01 parmmast-record.
           05 pa-key            pic x(38).
           05 filler            pic x(31).

       fd backup-g1 label records are omitted.
       01 backup-g1-record pic x(120).

       fd backup-g2 label records are omitted.
       01 backup-g2-record pic x(120).

       fd catalog-file label records are omitted.
       01 catalog-record.

       copy EXCPFD.

       copy HOLDFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 master-status pic xx.
       01 rq-file-status pic xx.

      *which master this invocation backs up, from BKUPREQ
       01 master-number pic 99 value 0.
       01 master-name pic x(8) value spaces.
      *the OPEN's own status, saved before the CLOSE overwrites it
       01 open-status pic xx value spaces.
       01 unload-count pic 9(7) value 0.
       01 verify-count pic 9(7) value 0.
       01 backup-buffer pic x(120) value spaces.
       01 master-eof-flag pic x value 'n'.
           88 master-eof value 'y'.
       01 masters-backed-up pic 9 value 0.
      *catalog rows, pruned by retention as they rewrite
       01 more-catalog-recs pic x value 'y'.
       01 catalog-table.
           05 catalog-entry occurs 500 times.
               10 cat-file-id       pic x(8).
               10 cat-backup-date   pic 9(8).
               10 cat-record-count  pic 9(7).
               10 cat-keep-flag     pic x.
                   88 cat-kept          value 'y'.
       01 catalog-count pic 999 value 0.
       01 cat-idx pic 999 value 0.
       01 next-idx pic 999 value 0.
       01 next-backup-date pic 9(8) value 0.
       01 pruned-count pic 999 value 0.
       01 held-count pic 999 value 0.
       01 retention-days pic 9(3) value 30.
       01 catalog-age-days pic s9(5) value 0.
       01 backup-date-split.

       copy BANNERWS.
       copy EXCPWS.
       copy HOLDWS.

       01 backup-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value 'Failed:  '.
           05 failed-count-out pic 9.

       01 prune-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(21) value 'Catalog Rows Pruned: '.
           05 pruned-count-out pic zz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(25) value 'Kept Under Legal Hold:   '.
           05 held-count-out pic zz9.

       procedure division.
       100-main.
           open output file-out.

           perform 110-read-request.
           perform 150-load-catalog.
           perform 8560-load-holds.
           perform 160-apply-retention.
           perform 200-backup-one-master.
           perform 700-rewrite-catalog.

           move backups-failed to failed-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move pruned-count to pruned-count-out.
           move held-count to held-count-out.
           write record-out from prune-line-out
               after advancing 1 line.
           perform 8020-capture-line.

           if backups-failed > 0
               move 8 to return-code
           end-if.
           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

               when 'CLAIMMST' move 6 to master-number
               when 'IRSYTD  ' move 7 to master-number
               when 'MAINTDUE' move 8 to master-number
               when 'RATETAB ' move 9 to master-number
               when 'COVRTAB ' move 10 to master-number
               when 'CORPACCT' move 11 to master-number
               when 'UNITMAST' move 12 to master-number
               when 'PMMAST  ' move 13 to master-number
               when 'OWNMAST ' move 14 to master-number
               when 'IRSEXMST' move 15 to master-number
               when 'SHIPBOOK' move 16 to master-number
               when 'TRKEVNT ' move 17 to master-number
               when 'PARMMAST' move 18 to master-number
               when other
                   display 'UNKNOWN MASTER ON BKUPREQ: '
                       rq-master-name
           end-if.
           close catalog-file.

       155-load-one-catalog-row.
           if catalog-count >= 500
               display 'CATALOG TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to catalog-count.
           move cb-file-id to cat-file-id (catalog-count).
           move cb-backup-date to cat-backup-date (catalog-count).
           move cb-record-count to cat-record-count (catalog-count).
           move 'y' to cat-keep-flag (catalog-count).
           read catalog-file
               at end move 'n' to more-catalog-recs
           end-read.

      *    rows past the retention window prune off here, instead
      *    of the catalog growing forever like the files it guards
      *    against -- unless the generation covers a held period
       160-apply-retention.
           perform 165-judge-one-row
               varying cat-idx from 1 by 1
               until cat-idx > catalog-count.

       165-judge-one-row.
           move cat-backup-date (cat-idx) to backup-date-split.
           compute catalog-age-days =
               ((banner-run-yyyy - bds-yyyy) * 360)
               + ((banner-run-mm - bds-mm) * 30)
               + (banner-run-dd - bds-dd).
           if catalog-age-days > retention-days
               move 99999999 to next-backup-date
               perform 170-find-next-backup
                   varying next-idx from 1 by 1
                   until next-idx > catalog-count
               move cat-backup-date (cat-idx) to hold-range-from
               move next-backup-date to hold-range-to
               perform 8580-check-hold-range
               if hold-found
                   add 1 to held-count
               else
                   move 'n' to cat-keep-flag (cat-idx)
                   add 1 to pruned-count
               end-if
           end-if.

      *the generation a row describes lasts until the next backup
      *of the same master
       170-find-next-backup.
           if cat-file-id (next-idx) = cat-file-id (cat-idx)
               and cat-backup-date (next-idx)
                   > cat-backup-date (cat-idx)
               and cat-backup-date (next-idx) < next-backup-date
               move cat-backup-date (next-idx) to next-backup-date
           end-if.

      *retire G1 to G2 first, then unload the live master onto
      *G1, then read G1 back and prove the count.  a failed proof
           end-evaluate.
           write record-out from backup-line-out
               after advancing 1 line.
           perform 8020-capture-line.

       205-set-master-name.
           evaluate master-number
               when 5 move 'PNTSMAST' to master-name
               when 6 move 'CLAIMMST' to master-name
               when 7 move 'IRSYTD  ' to master-name
               when 8 move 'MAINTDUE' to master-name
               when 9 move 'RATETAB ' to master-name
               when 10 move 'COVRTAB ' to master-name
               when 11 move 'CORPACCT' to master-name
               when 12 move 'UNITMAST' to master-name
               when 13 move 'PMMAST  ' to master-name
               when 14 move 'OWNMAST ' to master-name
               when 15 move 'IRSEXMST' to master-name
               when 16 move 'SHIPBOOK' to master-name
               when 17 move 'TRKEVNT ' to master-name
               when other move 'PARMMAST' to master-name
           end-evaluate.

      *    last night's G1 becomes tonight's G2; a first-ever run
               when 5 open input pntsmast-file
               when 6 open input claimmst-file
               when 7 open input irsytd-file
               when 8 open input maintdue-file
               when 9 open input ratetab-file
               when 10 open input covrtab-file
               when 11 open input corpacct-file
               when 12 open input unitmast-file
               when 13 open input pmmast-file
               when 14 open input ownmast-file
               when 15 open input irsexmst-file
               when 16 open input shipbook-file
               when 17 open input trkevnt-file
               when other open input parmmast-file
           end-evaluate.

       320-read-master.
                       not at end move irsytd-record
                           to backup-buffer
                   end-read
               when 8
                   read maintdue-file
                       at end move 'y' to master-eof-flag
                       not at end move maintdue-record
                           to backup-buffer
                   end-read
               when 9
                   read ratetab-file
                       at end move 'y' to master-eof-flag
                       not at end move ratetab-record
                           to backup-buffer
                   end-read
               when 10
                   read covrtab-file
                       at end move 'y' to master-eof-flag
                       not at end move covrtab-record
                           to backup-buffer
                   end-read
               when 11
                   read corpacct-file
                       at end move 'y' to master-eof-flag
                       not at end move corpacct-record
                           to backup-buffer
                   end-read
               when 12
                   read unitmast-file
                       at end move 'y' to master-eof-flag
                       not at end move unitmast-record
                           to backup-buffer
                   end-read
               when 13
                   read pmmast-file
                       at end move 'y' to master-eof-flag
                       not at end move pmmast-record
                           to backup-buffer
                   end-read
               when 14
                   read ownmast-file
                       at end move 'y' to master-eof-flag
                       not at end move ownmast-record
                           to backup-buffer
                   end-read
               when 15
                   read irsexmst-file
                       at end move 'y' to master-eof-flag
                       not at end move irsexmst-record
                           to backup-buffer
                   end-read
               when 16
                   read shipbook-file
                       at end move 'y' to master-eof-flag
                       not at end move shipbook-record
                           to backup-buffer
                   end-read
               when 17
                   read trkevnt-file
                       at end move 'y' to master-eof-flag
                       not at end move trkevnt-record
                           to backup-buffer
                   end-read
               when other
                   read parmmast-file
                       at end move 'y' to master-eof-flag
                       not at end move parmmast-record
                           to backup-buffer
                   end-read
           end-evaluate.

       340-close-master.
               when 5 close pntsmast-file
               when 6 close claimmst-file
               when 7 close irsytd-file
               when 8 close maintdue-file
               when 9 close ratetab-file
               when 10 close covrtab-file
               when 11 close corpacct-file
               when 12 close unitmast-file
               when 13 close pmmast-file
               when 14 close ownmast-file
               when 15 close irsexmst-file
               when 16 close shipbook-file
               when 17 close trkevnt-file
               when other close parmmast-file
           end-evaluate.

       400-verify-backup.
           end-read.

       500-catalog-this-backup.
           if catalog-count >= 500
               display 'CATALOG TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           move banner-run-date-ccyymmdd
               to cat-backup-date (catalog-count).
           move unload-count to cat-record-count (catalog-count).
           move 'y' to cat-keep-flag (catalog-count).

       700-rewrite-catalog.
           open output catalog-file.
           close catalog-file.

       710-write-one-catalog-row.
           if cat-kept (cat-idx)
               move cat-file-id (cat-idx) to cb-file-id
               move cat-backup-date (cat-idx) to cb-backup-date
               move cat-record-count (cat-idx) to cb-record-count
               write catalog-record
           end-if.

       copy BANNERPR.

       copy EXCPPR.

       copy HOLDPR.

       end program mfbackup.
