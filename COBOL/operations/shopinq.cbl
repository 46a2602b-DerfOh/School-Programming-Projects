      *      and EXCPLOG entries;
      *  'B' building-id: the BLDGMAST entry, APTHIST years, and
      *      EXCPLOG entries;
      *  'S' ship-name: the SHIPMAST entry, SHIPHIST volume, the
      *      tracking history (TRKEVNT, posted by shiptrack.cbl) of
      *      every BOLREG B/L on the ship not yet delivered, and
      *      EXCPLOG entries;
      *  'P' party-id: the shared PARTYMST entry (partymatch.cbl)
      *      with any block standing against the party, every
      *      business record PARTYLNK links to it, and under each
      *      one that record's own section -- a customer or
      *      claimant exactly as 'C' or 'L' prints it, a tenant's
      *      LEASEMAST leases on the unit, a shipping company's
      *      SHIPCOMP entry -- with its EXCPLOG entries, so one
      *      request shows everything the shop has on the person
      *      across every business.
      *A file that can't be opened prints as unavailable instead of
      *killing the whole inquiry run.
       identification division.
           select optional ship-history assign to "SHIPHIST"
                 organization is line sequential
                 file status is sh-file-status.
           select optional bol-register assign to "BOLREG"
                 organization is line sequential
                 file status is br-file-status.
           select optional tracking-file assign to "TRKEVNT"
                 organization is indexed
                 access mode is dynamic
                 record key is te-key
                 file status is te-file-status.
           select optional lease-master assign to "LEASEMAST"
                 organization is line sequential
                 file status is lm-file-status.
           select optional company-master-file assign to "SHIPCOMP"
                 organization is line sequential
                 file status is scm-file-status.
           copy EXCPSEL.

           copy OPERSEL.

           copy PRTYSEL.

      *> the keyed exception cross-reference excpxref.cbl builds
      *> nightly; when it is on disk the exception sections read
      *> straight to their key instead of scanning the whole log
                 record key is xr-key
                 file status is xr-file-status.

           copy RPTSEL.

       data division.
       file section.
       fd request-file label records are omitted.
               88 rq-claimant       value 'L'.
               88 rq-building       value 'B'.
               88 rq-ship           value 'S'.
               88 rq-party          value 'P'.
           05 rq-key            pic x(20).
           05 rq-operator       pic x(8).
           05 rq-reason         pic x(4).
           05 cm-block-status      pic x.
               88 cm-blocked           value 'B'.
           05 cm-block-reason      pic x(4).
           05 cm-license-no        pic x(15).
           05 cm-license-state     pic x(2).
           05 cm-license-expiry    pic 9(8).
           05 cm-birth-date        pic 9(8).

       fd reservation label records are standard.
       01 reservation-record.
            05 cl-withhold-flag  pic x.
                88 cl-withhold-required value 'W'.
            05 cl-state          pic x(2).
            05 cl-addr-line      pic x(25).
            05 cl-city           pic x(15).
            05 cl-zip            pic x(5).
            05 cl-examiner-id    pic x(8).
            05 cl-denial-reason  pic x(4).
            05 cl-payment-hold   pic x.
                88 cl-sanction-hold  value 'S'.

       fd building-master label records are standard.
       01 building-master-record.
           05 shh-ship-date pic x(8).
           05 shh-count pic 9(5).

       fd bol-register label records are omitted.
       01 bol-register-record.
           05 br-bol-no         pic 9(7).
           05 filler            pic x.
           05 br-issue-date     pic 9(8).
           05 filler            pic x.
           05 br-company        pic x(20).
           05 filler            pic x.
           05 br-vessel         pic x(15).
           05 filler            pic x.
           05 br-cargo          pic x(10).
           05 filler            pic x.
           05 br-units          pic 9(6).
           05 filler            pic x.
           05 br-voyage         pic x(6).

       fd tracking-file label records are standard.
       01 tracking-record.
           05 te-key.
               10 te-bol-no         pic 9(7).
               10 te-seq            pic 9(3).
           05 te-event              pic x(2).
           05 te-date               pic 9(8).
           05 te-time               pic 9(4).
           05 te-location           pic x(5).
           05 te-signed-by          pic x(20).
           05 te-posted-date        pic 9(8).

       fd lease-master label records are standard.
       01 lease-master-record.
           05 lm-building-id    pic x(3).
           05 lm-unit-no        pic x(4).
           05 lm-tenant-name    pic x(20).
           05 lm-monthly-rent   pic 9(5)v99.
           05 lm-lease-start    pic 9(8).
           05 lm-lease-end      pic 9(8).
           05 lm-unit-type      pic x(2).
           05 lm-utility-factor pic 9v99.
           05 lm-late-fee       pic 9(3)v99.
           05 lm-grace-day      pic 99.

       fd company-master-file label records are omitted.
       01 company-master-record.
           05 scm-company-id-in     pic x(6).
           05 scm-company-name-in   pic x(20).
           05 scm-credit-limit-in   pic 9(9)v99.
           05 scm-standing-in       pic x.
           05 scm-contact-in        pic x(20).
           05 scm-addr-line-in      pic x(25).
           05 scm-city-in           pic x(15).
           05 scm-state-in          pic x(2).
           05 scm-zip-in            pic x(5).

       copy EXCPFD.

       copy OPERFD.

       copy PRTYFD.

       fd xref-file label records are standard.
       01 xref-record.
           05 xr-key.
               10 xr-seq        pic 9(5).
           05 xr-line           pic x(60).

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 more-inner-recs pic x value 'y'.
       01 sm-file-status pic xx.
       01 sh-file-status pic xx.
       01 xr-file-status pic xx.
       01 br-file-status pic xx.
       01 te-file-status pic xx.
       01 lm-file-status pic xx.
       01 scm-file-status pic xx.
       01 tracking-on-file-flag pic x value 'n'.
           88 tracking-on-file value 'y'.
       01 tracking-scan-flag pic x value 'y'.
       01 tracking-last-event pic x(2) value spaces.
       01 xref-on-file-flag pic x value 'n'.
           88 xref-on-file value 'y'.
       01 xref-scan-flag pic x value 'y'.
       copy BANNERWS.
       copy EXCPWS.
       copy OPERWS.
       copy PRTYWS.

       01 key-length pic 99 value 0.
       01 scan-pos pic 9(3) value 0.
       01 excp-hit-work pic x(60).
       01 record-matches-flag pic x value 'n'.
           88 record-matches value 'y'.

      *the business records linked to the party asked about,
      *gathered before any of their own sections prints
       01 party-member-table.
           05 party-member-entry occurs 50 times.
               10 pm-member-type    pic x.
               10 pm-member-id      pic x(9).
               10 pm-member-name    pic x(20).
       01 party-member-count pic 99 value 0.
       01 pm-idx pic 99 value 0.
       01 party-scan-flag pic x value 'y'.
       01 party-inquiry-key pic x(20).
       01 party-inquiry-id pic 9(7) value 0.
       01 requests-answered pic 9(5) value 0.
       01 requests-denied pic 9(5) value 0.

           open input reservation.
           open input claims-master.
           open input building-master.
           perform 8110-open-party-files.

           move 'SHOPINQ     ' to excp-this-job.
           perform 8800-load-operator-master.
               close xref-file
           end-if.

           open input tracking-file.
           if te-file-status = '00'
               move 'y' to tracking-on-file-flag
           else
               close tracking-file
           end-if.

           move 'SHOP INQUIRY        ' to banner-job-name.
           move 'IQ0001' to banner-batch-id.
           perform 8000-print-banner-page.
           move requests-denied to denied-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close request-file.
           close file-out.
           perform 8030-close-report-capture.
           close customer-master.
           close reservation.
           close claims-master.
           close building-master.
           perform 8190-close-party-files.
           if xref-on-file
               close xref-file
           end-if.
           if tracking-on-file
               close tracking-file
           end-if.
           stop run.

      *every request is judged against the operator master first,
               move rq-operator to denied-oper-out
               write record-out from denied-line-out
                   after advancing 2 lines
               move 2 to capture-advance
               perform 8020-capture-line
      *        the log is opened and closed around the write --
      *        this job also reads EXCPLOG for its sections, and
      *        the two opens must not collide
           perform 205-measure-key.
           write record-out from section-rule-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           evaluate true
               when rq-customer
                   move 'CUSTOMER ' to sect-type-out
                   move 'SHIP     ' to sect-type-out
                   perform 210-print-section-title
                   perform 600-ship-section
               when rq-party
                   move 'PARTY    ' to sect-type-out
                   perform 210-print-section-title
                   perform 800-party-section
               when other
                   move 'UNKNOWN  ' to sect-type-out
                   perform 210-print-section-title
                   move 'REQUEST TYPE NOT C/L/B/S/P' to nf-text-out
                   write record-out from not-found-out
                       after advancing 1 line
                   perform 8020-capture-line
           end-evaluate.
      *        a party's exceptions print under each of its members
           if not rq-party
               perform 700-exception-section
           end-if.

       205-measure-key.
           move 0 to key-length.
           move rq-key to sect-key-out.
           write record-out from section-title-out
               after advancing 1 line.
           perform 8020-capture-line.

       300-customer-section.
           if cm-file-status not = '00'
               move 'CUSTMAST UNAVAILABLE' to nf-text-out
               write record-out from not-found-out
                   after advancing 1 line
               perform 8020-capture-line
           else
               move rq-key (1:6) to cm-customer-id
               read customer-master
                       move 'NOT ON CUSTMAST' to nf-text-out
                       write record-out from not-found-out
                           after advancing 1 line
                       perform 8020-capture-line
               else
                       move 'Name:         ' to detail-label-text
                       move cm-customer-name to detail-label-data
                       write record-out from detail-label-out
                           after advancing 1 line
                       perform 8020-capture-line
                       move 'Account:      ' to detail-label-text
                       move cm-account-id to detail-label-data
                       write record-out from detail-label-out
                           after advancing 1 line
                       perform 8020-capture-line
                       move 'Address:      ' to detail-label-text
                       move spaces to detail-label-data
                       string cm-addr-line delimited by size
                              into detail-label-data
                       write record-out from detail-label-out
                           after advancing 1 line
                       perform 8020-capture-line
               end-if
               perform 320-list-reservations
               perform 340-list-open-items
                              into detail-label-data
                       write record-out from detail-label-out
                           after advancing 1 line
                       perform 8020-capture-line
                   end-if
           end-read.

                      into detail-label-data
               write record-out from detail-label-out
                   after advancing 1 line
               perform 8020-capture-line
           end-if
           end-if.
           read open-items-file
               move 'CLAIMMST UNAVAILABLE' to nf-text-out
               write record-out from not-found-out
                   after advancing 1 line
               perform 8020-capture-line
           else
               move rq-key (1:9) to cl-claimant-id
               read claims-master
                       move 'NOT ON CLAIMMST' to nf-text-out
                       write record-out from not-found-out
                           after advancing 1 line
                       perform 8020-capture-line
               else
                       move 'Name:         ' to detail-label-text
                       move cl-name to detail-label-data
                       write record-out from detail-label-out
                           after advancing 1 line
                       perform 8020-capture-line
                       move 'Status/Date:  ' to detail-label-text
                       move spaces to detail-label-data
                       string cl-status delimited by size
                              into detail-label-data
                       write record-out from detail-label-out
                           after advancing 1 line
                       perform 8020-capture-line
               end-if
               perform 420-list-audit-activity
           end-if.
                      into detail-label-data
               write record-out from detail-label-out
                   after advancing 1 line
               perform 8020-capture-line
           end-if.
           read audit-file
               at end move 'n' to more-inner-recs
               move 'BLDGMAST UNAVAILABLE' to nf-text-out
               write record-out from not-found-out
                   after advancing 1 line
               perform 8020-capture-line
           else
               move rq-key (1:3) to bm-building-id
               read building-master
                       move 'NOT ON BLDGMAST' to nf-text-out
                       write record-out from not-found-out
                           after advancing 1 line
                       perform 8020-capture-line
               else
                       move 'Units:        ' to detail-label-text
                       move bm-expected-units to detail-label-data
                       write record-out from detail-label-out
                           after advancing 1 line
                       perform 8020-capture-line
               end-if
               perform 520-list-history
           end-if.
                      into detail-label-data
               write record-out from detail-label-out
                   after advancing 1 line
               perform 8020-capture-line
           end-if.
           read history-file
               at end move 'n' to more-inner-recs
               move 'SHIPMAST UNAVAILABLE' to nf-text-out
               write record-out from not-found-out
                   after advancing 1 line
               perform 8020-capture-line
           end-if.
           close ship-master-file.
           perform 640-list-ship-history.
           perform 660-list-open-bol-tracking.

       625-list-one-ship.
           if sm-ship-name-in = rq-key (1:15)
                      into detail-label-data
               write record-out from detail-label-out
                   after advancing 1 line
               perform 8020-capture-line
           end-if.
           read ship-master-file
               at end move 'n' to more-inner-recs
                      into detail-label-data
               write record-out from detail-label-out
                   after advancing 1 line
               perform 8020-capture-line
           end-if.
           read ship-history
               at end move 'n' to more-inner-recs
           end-read.

      *a B/L whose last event is its delivery is done with; any
      *other B/L on the ship prints with every event posted to it
       660-list-open-bol-tracking.
           open input bol-register.
           if br-file-status = '00'
               move 'y' to more-inner-recs
               read bol-register
                   at end move 'n' to more-inner-recs
               end-read
               perform 665-check-one-bol
                   until more-inner-recs = 'n'
           end-if.
           close bol-register.

       665-check-one-bol.
           if br-vessel = rq-key (1:15)
               move spaces to tracking-last-event
               if tracking-on-file
                   perform 670-find-last-event
               end-if
               if tracking-last-event not = 'DL'
                   move 'Open B/L:     ' to detail-label-text
                   move spaces to detail-label-data
                   string br-bol-no delimited by size
                          '  '      delimited by size
                          br-company delimited by size
                          ' '       delimited by size
                          br-cargo delimited by size
                          ' '       delimited by size
                          br-voyage delimited by size
                          into detail-label-data
                   write record-out from detail-label-out
                       after advancing 1 line
                   perform 8020-capture-line
                   if tracking-on-file
                       perform 680-list-bol-events
                   end-if
               end-if
           end-if.
           read bol-register
               at end move 'n' to more-inner-recs
           end-read.

       670-find-last-event.
           perform 675-start-bol-events.
           perform 676-note-one-event
               until tracking-scan-flag = 'n'.

       675-start-bol-events.
           move br-bol-no to te-bol-no.
           move 0 to te-seq.
           move 'y' to tracking-scan-flag.
           start tracking-file key not < te-key
               invalid key move 'n' to tracking-scan-flag
           end-start.

       676-note-one-event.
           read tracking-file next record
               at end
                   move 'n' to tracking-scan-flag
               not at end
                   if te-bol-no not = br-bol-no
                       move 'n' to tracking-scan-flag
                   else
                       move te-event to tracking-last-event
                   end-if
           end-read.

       680-list-bol-events.
           perform 675-start-bol-events.
           perform 685-list-one-event
               until tracking-scan-flag = 'n'.

       685-list-one-event.
           read tracking-file next record
               at end
                   move 'n' to tracking-scan-flag
               not at end
                   if te-bol-no not = br-bol-no
                       move 'n' to tracking-scan-flag
                   else
                       move 'Tracking:     ' to detail-label-text
                       move spaces to detail-label-data
                       string te-date delimited by size
                              ' '     delimited by size
                              te-time delimited by size
                              '  '    delimited by size
                              te-event delimited by size
                              '  '    delimited by size
                              te-location delimited by size
                              '  '    delimited by size
                              te-signed-by delimited by size
                              into detail-label-data
                       write record-out from detail-label-out
                           after advancing 1 line
                       perform 8020-capture-line
                   end-if
           end-read.

      *the most RECENT exception entries mentioning the key: the
      *log appends, so the whole file is scanned and the last five
      *matches buffered before anything prints
           move excp-hit-entry (eh-idx) to detail-label-data.
           write record-out from detail-label-out
               after advancing 1 line.
           perform 8020-capture-line.

       720-try-one-position.
           if excp-record-image (scan-pos : key-length)
               move 'y' to record-matches-flag
           end-if.

      *the party, its block, its links, then each linked record's
      *own section under the record's own key
       800-party-section.
           if not party-open
               move 'PARTYMST UNAVAILABLE' to nf-text-out
               write record-out from not-found-out
                   after advancing 1 line
               perform 8020-capture-line
           else
           if rq-key (1:7) not numeric
               move 'PARTY ID NOT NUMERIC' to nf-text-out
               write record-out from not-found-out
                   after advancing 1 line
               perform 8020-capture-line
           else
               move rq-key (1:7) to party-inquiry-id
               move party-inquiry-id to pa-party-id
               read party-master
               if party-file-status not = '00'
                   move 'NOT ON PARTYMST' to nf-text-out
                   write record-out from not-found-out
                       after advancing 1 line
                   perform 8020-capture-line
               else
                   perform 805-print-party-entry
                   perform 810-gather-members
                   move rq-key to party-inquiry-key
                   perform 820-answer-one-member
                       varying pm-idx from 1 by 1
                       until pm-idx > party-member-count
                   move party-inquiry-key to rq-key
                   perform 205-measure-key
               end-if
           end-if
           end-if.

       805-print-party-entry.
           move 'Name:         ' to detail-label-text.
           move pa-party-name to detail-label-data.
           write record-out from detail-label-out
               after advancing 1 line.
           perform 8020-capture-line.
           move 'Address:      ' to detail-label-text.
           move spaces to detail-label-data.
           string pa-addr-line delimited by size
                  ' ' delimited by size
                  pa-city delimited by size
                  ' ' delimited by size
                  pa-state delimited by size
                  ' ' delimited by size
                  pa-zip delimited by size
                  into detail-label-data.
           write record-out from detail-label-out
               after advancing 1 line.
           perform 8020-capture-line.
           if not pa-clear
               move 'Block:        ' to detail-label-text
               move spaces to detail-label-data
               if pa-blocked
                   move 'DO NOT SERVE    ' to detail-label-data
               else
                   move 'CERTIFIED FUNDS ' to detail-label-data
               end-if
               string pa-block-reason delimited by size
                      '  FROM ' delimited by size
                      pa-block-member delimited by size
                      '  SINCE ' delimited by size
                      pa-block-date delimited by size
                      into detail-label-data (17:80)
               write record-out from detail-label-out
                   after advancing 1 line
               perform 8020-capture-line
           end-if.

      *PARTYLNK is keyed by member, so the whole file is read for
      *the links that name this party
       810-gather-members.
           move 0 to party-member-count.
           move low-values to pl-member-key.
           move 'y' to party-scan-flag.
           start party-link key not < pl-member-key
               invalid key move 'n' to party-scan-flag
           end-start.
           perform 815-check-one-link
               until party-scan-flag = 'n'.

       815-check-one-link.
           read party-link next record
               at end
                   move 'n' to party-scan-flag
               not at end
                   if pl-party-id = party-inquiry-id
                       and party-member-count < 50
                       add 1 to party-member-count
                       move pl-member-type
                           to pm-member-type (party-member-count)
                       move pl-member-id
                           to pm-member-id (party-member-count)
                       move pl-member-name
                           to pm-member-name (party-member-count)
                       move 'Member:       ' to detail-label-text
                       move spaces to detail-label-data
                       string pl-member-type delimited by size
                              ' ' delimited by size
                              pl-member-id delimited by size
                              ' ' delimited by size
                              pl-member-name delimited by size
                              '  LINKED ' delimited by size
                              pl-linked-date delimited by size
                              ' ' delimited by size
                              pl-linked-by delimited by size
                              '  SCORE ' delimited by size
                              pl-score delimited by size
                              into detail-label-data
                       write record-out from detail-label-out
                           after advancing 1 line
                       perform 8020-capture-line
                   end-if
           end-read.

       820-answer-one-member.
           move spaces to rq-key.
           move pm-member-id (pm-idx) to rq-key.
           perform 205-measure-key.
           evaluate pm-member-type (pm-idx)
               when 'C'
                   move 'CUSTOMER ' to sect-type-out
                   perform 210-print-section-title
                   perform 300-customer-section
               when 'L'
                   move 'CLAIMANT ' to sect-type-out
                   perform 210-print-section-title
                   perform 400-claimant-section
               when 'T'
                   move 'TENANT   ' to sect-type-out
                   perform 210-print-section-title
                   perform 830-tenant-section
               when other
                   move 'COMPANY  ' to sect-type-out
                   perform 210-print-section-title
                   perform 850-company-section
           end-evaluate.
           perform 700-exception-section.

      *only the leases this tenant held on the unit -- the unit's
      *other tenants are other people
       830-tenant-section.
           open input lease-master.
           if lm-file-status = '00'
               move 'y' to more-inner-recs
               read lease-master
                   at end move 'n' to more-inner-recs
               end-read
               perform 835-list-one-lease
                   until more-inner-recs = 'n'
           else
               move 'LEASEMAST UNAVAILABLE' to nf-text-out
               write record-out from not-found-out
                   after advancing 1 line
               perform 8020-capture-line
           end-if.
           close lease-master.

       835-list-one-lease.
           if lm-building-id = rq-key (1:3)
               and lm-unit-no = rq-key (4:4)
               and lm-tenant-name = pm-member-name (pm-idx)
               move 'Lease:        ' to detail-label-text
               move spaces to detail-label-data
               string lm-tenant-name delimited by size
                      '  ' delimited by size
                      lm-lease-start delimited by size
                      ' - ' delimited by size
                      lm-lease-end delimited by size
                      '  RENT ' delimited by size
                      lm-monthly-rent delimited by size
                      into detail-label-data
               write record-out from detail-label-out
                   after advancing 1 line
               perform 8020-capture-line
           end-if.
           read lease-master
               at end move 'n' to more-inner-recs
           end-read.

       850-company-section.
           open input company-master-file.
           if scm-file-status = '00'
               move 'y' to more-inner-recs
               read company-master-file
                   at end move 'n' to more-inner-recs
               end-read
               perform 855-list-one-company
                   until more-inner-recs = 'n'
           else
               move 'SHIPCOMP UNAVAILABLE' to nf-text-out
               write record-out from not-found-out
                   after advancing 1 line
               perform 8020-capture-line
           end-if.
           close company-master-file.

       855-list-one-company.
           if scm-company-id-in = rq-key (1:6)
               move 'Company:      ' to detail-label-text
               move spaces to detail-label-data
               string scm-company-name-in delimited by size
                      '  CONTACT ' delimited by size
                      scm-contact-in delimited by size
                      into detail-label-data
               write record-out from detail-label-out
                   after advancing 1 line
               perform 8020-capture-line
               move 'Standing:     ' to detail-label-text
               move spaces to detail-label-data
               string scm-standing-in delimited by size
                      '  CREDIT LIMIT ' delimited by size
                      scm-credit-limit-in delimited by size
                      into detail-label-data
               write record-out from detail-label-out
                   after advancing 1 line
               perform 8020-capture-line
           end-if.
           read company-master-file
               at end move 'n' to more-inner-recs
           end-read.

       copy BANNERPR.

       copy EXCPPR.

       copy OPERPR.

       copy PRTYPR.

       end program shopinq.
