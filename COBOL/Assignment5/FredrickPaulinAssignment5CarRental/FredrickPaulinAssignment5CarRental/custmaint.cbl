      *A change or delete against an id not on the master, or an add
      *for an id already there, is rejected to the activity report
      *and the shared exception log instead of applied blind.
      *
      *The transaction now also carries the renter's driver's
      *license -- number, issuing state, expiry date (ccyymmdd) --
      *and date of birth (ccyymmdd), which crcheckout.cbl checks at
      *the counter and CarRental.cbl prices the young-driver
      *surcharge from.  A change keyed with the license number left
      *blank keeps the license and birth date already on the
      *master, so an address change doesn't have to re-key them.
      *A license keyed with an expiry or birth date that isn't a
      *date is rejected (LICD) instead of applied.
      *
      *A block placed by the sanctions screen (reason 'SANC', set by
      *sancscrn.cbl on a confirmed watch-list hit) is not this
      *job's to lift: a change keeps that block whatever the
      *transaction carries.  The same goes for the block
      *custerase.cbl leaves on an erased customer (reason 'ERAS'):
      *the id stays for the books, but it never rents again.
       identification division.
       program-id. custmaint.
       environment division.
           copy EXCPSEL.


           copy RPTSEL.

       data division.
       file section.
       fd tran-file label records are standard.
           05 tr-zip               pic x(5).
           05 tr-block-status      pic x.
           05 tr-block-reason      pic x(4).
           05 tr-license-no        pic x(15).
           05 tr-license-state     pic x(2).
           05 tr-license-expiry    pic x(8).
           05 tr-license-expiry-num redefines tr-license-expiry
                                   pic 9(8).
           05 tr-birth-date        pic x(8).
           05 tr-birth-date-num redefines tr-birth-date
                                   pic 9(8).

       fd file-out label records are omitted.
       01 record-out pic x(80).
           05 cm-block-status      pic x.
               88 cm-blocked           value 'B'.
           05 cm-block-reason      pic x(4).
           05 cm-license-no        pic x(15).
           05 cm-license-state     pic x(2).
           05 cm-license-expiry    pic 9(8).
           05 cm-birth-date        pic 9(8).

       copy JRNLFD.

       copy EXCPFD.


       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 cm-file-status pic xx.
           88 master-found           value 'y'.
           88 master-not-found       value 'n'.

       01 license-valid-flag pic x value 'y'.
           88 license-valid          value 'y'.

       01 applied-count pic 9(5) value 0.
       01 rejected-count pic 9(5) value 0.

      *before/after images are staged here so the journal record is
      *built from what was really on the master, not the transaction
       01 before-image-save pic x(120) value spaces.
       01 after-image-save  pic x(120) value spaces.

       copy BANNERWS.
       copy JRNLWS.
           perform 8000-print-banner-page.

           write record-out from line1-out after advancing 5 lines.
           move 5 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           read tran-file at end move 'n' to more-records.

           close tran-file.
           close file-out.
           perform 8030-close-report-capture.
           close customer-master.
           close master-journal.
           close exception-log.

       200-process.
           perform 210-read-master.
           perform 220-validate-license.
           evaluate true
               when not license-valid
                   and (tr-add or tr-change)
                   perform 400-reject-transaction
               when tr-add
                   perform 300-apply-add
               when tr-change
                   move customer-master-record to before-image-save
           end-read.

      *a license keyed on the transaction must carry real dates;
      *a blank license number carries no license data at all
       220-validate-license.
           move 'y' to license-valid-flag.
           if tr-license-no not = spaces
               if tr-license-expiry not numeric
                   or tr-birth-date not numeric
                   or tr-license-expiry-num = 0
                   or tr-birth-date-num = 0
                   move 'n' to license-valid-flag
               end-if
           end-if.

       300-apply-add.
           if master-found
               perform 400-reject-transaction
               move tr-account-id to cm-account-id
               move tr-block-status to cm-block-status
               move tr-block-reason to cm-block-reason
               move spaces to cm-license-no
               move spaces to cm-license-state
               move 0 to cm-license-expiry
               move 0 to cm-birth-date
               perform 360-apply-license
               perform 350-standardize-address
               move customer-master-record to after-image-save
               write customer-master-record
           else
               move tr-customer-name to cm-customer-name
               move tr-account-id to cm-account-id
               if cm-block-reason not = 'SANC'
                   and cm-block-reason not = 'ERAS'
                   move tr-block-status to cm-block-status
                   move tr-block-reason to cm-block-reason
               end-if
               perform 360-apply-license
               perform 350-standardize-address
               move customer-master-record to after-image-save
               rewrite customer-master-record
           move addrstd-state to cm-state.
           move addrstd-zip to cm-zip.

       360-apply-license.
           if tr-license-no not = spaces
               move tr-license-no to cm-license-no
               move tr-license-state to cm-license-state
               move tr-license-expiry-num to cm-license-expiry
               move tr-birth-date-num to cm-birth-date
           end-if.

      *an add for an id already on the master, a change or delete for
      *an id that isn't, or an action code that isn't A/C/D at all
       400-reject-transaction.
           evaluate true
               when not license-valid
                   and (tr-add or tr-change)
                   move 'REJECTED - BAD LICENSE DATES'
                       to activity-disp-out
                   move 'LICD' to excp-reason-code
                   move 'license expiry/birth date not a date'
                       to excp-reason-text
               when tr-add and master-found
                   move 'REJECTED - ID ALREADY ON FILE'
                       to activity-disp-out
           move tr-customer-name to activity-name-out.
           write record-out from print-activity-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       500-write-image-journal.
           move rejected-count to rejected-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

       copy BANNERPR.

