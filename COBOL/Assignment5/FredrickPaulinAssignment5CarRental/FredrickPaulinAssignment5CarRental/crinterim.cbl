      *Interim billing for long-term rentals still out
      *
      *CarRental.cbl bills a car only when it comes back, so a
      *90-day corporate rental raised no revenue and no receivable
      *for three months and then one enormous bill.  Run after the
      *nightly billing run, this job walks OPENRENT and invoices
      *every agreement that has gone a full cycle (cycle-length-days,
      *30/360 days, the same arithmetic croverdue.cbl ages a rental
      *with) since it went out or was last invoiced.
      *
      *Each invoice bills the time out to date at the RATETAB daily
      *rate, with the day bands and the weekly-rate comparison of
      *250-bill-rental and the PRICECAL multiplier for the check-out
      *date, less whatever earlier cycles already invoiced; the
      *CORPACCT corporate discount comes off before tax, and tax is
      *the STATETAX rate for the renter's CUSTMAST state (OPENRENT
      *carries no rental state).  The invoice is appended to
      *BILLDETL as a partial bill (bill type 'I') under the
      *agreement number and the check-out branch OPENRENT carries,
      *so it rides to crpayments.cbl as an open item, to the
      *statements and to the lot's branch P&L, and it posts to
      *JRNLFILE:
      *receivables debited, the corporate discount debited, rental
      *revenue and state tax payable credited.  The tax lands on the
      *STATEREM remittance buckets the same way the billing run's
      *does.
      *
      *What each agreement has been invoiced so far is carried on
      *the CRINTRM ledger.  The billing run reads it on the return
      *and takes it off the final bill's daily charge, so no day is
      *ever billed twice; agreements no longer on OPENRENT drop off
      *the ledger here when it is rewritten.  Mileage, coverage,
      *fuel and the other return charges are left to the final bill.
      *An agreement whose make isn't on RATETAB or whose customer
      *isn't on CUSTMAST is logged to the shared exception log and
      *left for the next cycle.
      *
      *A car handed over as an upgrade at check-out is invoiced the
      *way the return will bill it: at the reserved make OPENRENT
      *carries, with a paid upgrade's per-day difference added for
      *every day charged.
      *
      *The cycle length is read from PARMMAST (CRINTERIM /
      *CYCLE-LENGTH-DAYS) at start-up through the shared PARM
      *copybooks; the value in force prints under the banner.
       identification division.
       program-id. crinterim.
       environment division.
       input-output section.


       file-control.
           select open-rental assign to "OPENRENT"
                 organization is indexed
                 access mode is sequential
                 record key is or-unit-id
                 file status is or-file-status.

           select customer-master assign to "CUSTMAST"
                 organization is indexed
                 access mode is random
                 record key is cm-customer-id
                 file status is cm-file-status.

           select corp-account assign to "CORPACCT"
                 organization is indexed
                 access mode is random
                 record key is ca-account-id
                 file status is ca-file-status.

           select rate-table assign to "RATETAB"
                 organization is indexed
                 access mode is random
                 record key is rt-car-make
                 file status is rt-file-status.

           select optional price-calendar assign to "PRICECAL"
                 organization is line sequential
                 file status is pc-file-status.

           select state-tax-table assign to "STATETAX"
                 organization is line sequential.

      *> tax collected by state, carried across runs; the billing
      *> run keeps the same buckets
           select optional remittance-file assign to "STATEREM"
                 organization is line sequential
                 file status is sr-file-status.

      *> what has been invoiced per agreement, carried across runs
           select optional interim-ledger assign to "CRINTRM"
                 organization is line sequential
                 file status is il-file-status.

      *> interim invoices append to tonight's billing detail
           select billing-detail assign to "BILLDETL"
                 organization is line sequential
                 file status is bd-file-status.

           select journal-file assign to "JRNLFILE"
                 organization is line sequential
                 file status is jr-file-status.

           select file-out assign to printer, "con".

           copy EXCPSEL.

           copy PERDSEL.


           copy RPTSEL.

           copy PARMSEL.

       data division.
       file section.
       fd open-rental label records are standard.
       01 open-rental-record.
           05 or-unit-id           pic x(5).
           05 or-customer-id       pic x(6).
           05 or-car-make          pic x(4).
           05 or-checkout-date     pic 9(8).
           05 or-contracted-days   pic 99.
           05 or-fuel-level-out    pic 9.
           05 or-agreement-no      pic 9(7).
           05 or-agent-id          pic x(5).
           05 or-reserved-make     pic x(4).
           05 or-upgrade-code      pic x.
               88 or-upgrade-comp      value 'C'.
               88 or-upgrade-paid      value 'P'.
               88 or-upgrade-loyalty   value 'L'.
           05 or-upgrade-day-diff  pic 99v99.
           05 or-upgrade-points    pic 9(7).
           05 or-checkout-branch   pic x(3).

       fd customer-master label records are standard.
       01 customer-master-record.
           05 cm-customer-id       pic x(6).
           05 cm-customer-name     pic x(20).
           05 cm-account-id        pic x(6).
           05 cm-addr-line         pic x(25).
           05 cm-city              pic x(15).
           05 cm-state             pic x(2).
           05 cm-zip               pic x(5).
           05 cm-block-status      pic x.
               88 cm-blocked           value 'B'.
           05 cm-block-reason      pic x(4).
           05 cm-license-no        pic x(15).
           05 cm-license-state     pic x(2).
           05 cm-license-expiry    pic 9(8).
           05 cm-birth-date        pic 9(8).

       fd corp-account label records are standard.
       01 corp-account-record.
           05 ca-account-id        pic x(6).
           05 ca-account-name      pic x(20).
           05 ca-discount-pct      pic v999.

       fd rate-table label records are standard.
       01 rate-table-record.
           05 rt-car-make           pic x(4).
           05 rt-per-mile-charge    pic 9v99.
           05 rt-per-day-charge     pic 99v99.
           05 rt-weekly-rate        pic 9999v99.

       fd price-calendar label records are standard.
       01 price-calendar-record.
           05 pcr-start-date        pic 9(8).
           05 pcr-end-date          pic 9(8).
           05 pcr-car-make          pic x(4).
           05 pcr-season-name       pic x(12).
           05 pcr-multiplier        pic 9v99.

       fd state-tax-table label records are standard.
       01 state-tax-table-record.
           05 stt-state-code        pic x(2).
           05 stt-tax-rate          pic v9999.

       fd remittance-file label records are omitted.
       01 remittance-record.
           05 sr-state-code         pic x(2).
           05 sr-tax-collected      pic 9(9)v99.
           05 sr-default-rate-tax   pic 9(9)v99.

       fd interim-ledger label records are omitted.
       01 interim-ledger-record.
           05 il-agreement-no       pic 9(7).
           05 il-unit-id            pic x(5).
           05 il-customer-id        pic x(6).
           05 il-billed-through     pic 9(8).
           05 il-gross-billed       pic 9(7)v99.
           05 il-cycles-billed      pic 9(3).

      *same layout as the billing run's BILLDETL record
       fd billing-detail label records are omitted.
       01 billing-detail-record.
           05 bd-customer-id        pic x(6).
           05 bd-customer-name      pic x(20).
           05 bd-car-make           pic x(4).
           05 bd-daily-charge       pic 9(7)v99.
           05 bd-mileage-charge     pic 9(7)v99.
           05 bd-late-fee           pic 9(4)v99.
           05 bd-damage-amount      pic 9(3)v99.
           05 bd-state-tax          pic 9(5)v99.
           05 bd-total-charge       pic 9(7)v99.
           05 bd-account-id         pic x(6).
           05 bd-corp-discount      pic 9(5)v99.
           05 bd-coverage-charge    pic 9(5)v99.
           05 bd-fuel-charge        pic 9(4)v99.
           05 bd-unit-id            pic x(5).
           05 bd-checkout-branch    pic x(3).
           05 bd-return-branch      pic x(3).
           05 bd-agreement-no       pic 9(7).
           05 bd-checkout-date      pic 9(8).
           05 bd-return-date        pic 9(8).
           05 bd-young-driver-charge pic 9(4)v99.
           05 bd-bill-type          pic x.
               88 bd-interim-bill       value 'I'.
           05 bd-interim-credit     pic 9(7)v99.
           05 bd-agent-id           pic x(5).
           05 bd-dropoff-fee        pic 9(3)v99.

       fd journal-file label records are omitted.
       01 journal-record.
           05 jr-run-date           pic 9(8).
           05 filler                pic x value space.
           05 jr-account            pic x(4).
           05 filler                pic x value space.
           05 jr-account-desc       pic x(20).
           05 filler                pic x value space.
           05 jr-dr-cr              pic x(2).
           05 filler                pic x value space.
           05 jr-amount             pic 9(9)v99.
           05 filler                pic x value space.
           05 jr-period             pic 9(6).

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy EXCPFD.

       copy PERDFD.


       copy RPTFD.

       copy PARMFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 or-file-status pic xx.
       01 cm-file-status pic xx.
       01 ca-file-status pic xx.
       01 rt-file-status pic xx.
       01 pc-file-status pic xx.
       01 sr-file-status pic xx.
       01 il-file-status pic xx.
       01 bd-file-status pic xx.
       01 jr-file-status pic xx.

      *an agreement out this long since it left or was last
      *invoiced gets an interim invoice (a shop parameter,
      *compiled-in value first)
       01 cycle-length-days pic 9(3) value 30.

      *what each agreement has been invoiced so far; rows for
      *agreements no longer out are not carried forward
       01 interim-table.
           05 interim-entry occurs 500 times.
               10 ib-agreement-no   pic 9(7).
               10 ib-unit-id        pic x(5).
               10 ib-customer-id    pic x(6).
               10 ib-billed-through pic 9(8).
               10 ib-gross-billed   pic 9(7)v99.
               10 ib-cycles-billed  pic 9(3).
               10 ib-still-out-flag pic x.
                   88 ib-still-out      value 'y'.
       01 interim-count pic 999 value 0.
       01 ib-idx pic 999 value 0.
       01 ib-match-idx pic 999 value 0.
       01 ib-found-flag pic x value 'n'.
           88 ib-found value 'y'.

       01 more-calendar-recs pic x value 'y'.
       01 price-calendar-ws.
           05 price-calendar-entry occurs 200 times.
               10 pc-start-date     pic 9(8).
               10 pc-end-date       pic 9(8).
               10 pc-car-make       pic x(4).
               10 pc-season-name    pic x(12).
               10 pc-multiplier     pic 9v99.
       01 price-calendar-count pic 999 value 0.
       01 pc-idx pic 999 value 0.
       01 pc-match-idx pic 999 value 0.
       01 pc-found-flag pic x value 'n'.
           88 pc-found value 'y'.

       01 more-state-tax-recs pic x value 'y'.
       01 state-tax-table-ws.
           05 state-tax-entry occurs 50 times.
               10 stt-state         pic x(2).
               10 stt-rate          pic v9999.
       01 state-tax-count pic 99 value 0.
       01 state-tax-idx pic 99 value 0.
       01 state-tax-match-idx pic 99 value 0.
       01 state-tax-found-flag pic x value 'n'.
           88 state-tax-found        value 'y'.
       01 default-state-tax-rate pic v9999 value .0600.
       01 state-tax-rate pic v9999 value .0600.
       01 state-code pic x(2) value spaces.

       01 more-remit-recs pic x value 'y'.
       01 remit-table.
           05 remit-entry occurs 50 times.
               10 rm-state-code     pic x(2).
               10 rm-tax-collected  pic 9(9)v99 value 0.
               10 rm-default-tax    pic 9(9)v99 value 0.
       01 remit-count pic 99 value 0.
       01 rm-idx pic 99 value 0.
       01 rm-match-idx pic 99 value 0.
       01 rm-found-flag pic x value 'n'.
           88 rm-found value 'y'.

       01 tax-by-state-table.
           05 tax-by-state-entry occurs 50 times.
               10 tbs-state-code    pic x(2).
               10 tbs-tax-amount    pic 9(9)v99 value 0.
       01 tax-by-state-count pic 99 value 0.
       01 tbs-idx pic 99 value 0.
       01 tbs-match-idx pic 99 value 0.
       01 tbs-found-flag pic x value 'n'.
           88 tbs-found value 'y'.

      *the make the agreement prices under: the reserved make on
      *an upgrade
       01 rate-make pic x(4) value spaces.

      *the day bands and weekly comparison of 250-bill-rental
       01 rental-days pic s9(5) value 0.
       01 cycle-days pic s9(5) value 0.
       01 days-charged pic 9(5) value 0.
       01 per-day-charge pic 99v99 value 0.
       01 weekly-rate-amt pic 9999v99 value 0.
       01 season-multiplier pic 9v99 value 1.00.
       01 daily-charge pic 9(7)v99 value 0.
       01 weekly-charge pic 9(7)v99 value 0.
       01 rental-weeks pic 9(4) value 0.
       01 rental-extra-days pic 99 value 0.
       01 cycle-gross pic 9(7)v99 value 0.
       01 corp-discount-amt pic 9(5)v99 value 0.
       01 taxable-amount pic 9(7)v99 value 0.
       01 state-tax pic 9(5)v99 value 0.
       01 total-charge pic 9(7)v99 value 0.
       01 last-billed-date pic 9(8) value 0.
       01 date-from-split.
           05 from-yyyy pic 9(4).
           05 from-mm   pic 9(2).
           05 from-dd   pic 9(2).

       01 invoices-count pic 9(5) value 0.
       01 skipped-count pic 9(5) value 0.
       01 run-ar-total pic 9(9)v99 value 0.
       01 run-revenue-total pic 9(9)v99 value 0.
       01 run-corp-discount-total pic 9(9)v99 value 0.
       01 run-debits-total pic 9(11)v99 value 0.
       01 run-credits-total pic 9(11)v99 value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy PERDWS.
       copy PARMWS.

       01 line1-out.
           05 filler pic x(22) value spaces.
           05 filler pic x(36) value
               'Interim Billing - Long-Term Rentals'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(7) value 'Agrmnt '.
           05 filler pic x(2) value spaces.
           05 filler pic x(4) value 'Unit'.
           05 filler pic x(2) value spaces.
           05 filler pic x(6) value 'Cust  '.
           05 filler pic x(2) value spaces.
           05 filler pic x(4) value 'Days'.
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value 'Time Chg  '.
           05 filler pic x(2) value spaces.
           05 filler pic x(8) value 'Discount'.
           05 filler pic x(3) value spaces.
           05 filler pic x(3) value 'Tax'.
           05 filler pic x(7) value spaces.
           05 filler pic x(7) value 'Invoice'.

       01 print-invoice-out.
           05 filler                pic x(1) value spaces.
           05 inv-agreement-out     pic 9(7).
           05 filler                pic x(2) value spaces.
           05 inv-unit-out          pic x(5).
           05 filler                pic x(1) value spaces.
           05 inv-customer-out      pic x(6).
           05 filler                pic x(2) value spaces.
           05 inv-days-out          pic zzz9.
           05 filler                pic x(2) value spaces.
           05 inv-gross-out         pic $zz,zz9.99.
           05 filler                pic x(1) value spaces.
           05 inv-discount-out      pic $z,zz9.99.
           05 filler                pic x(1) value spaces.
           05 inv-tax-out           pic $z,zz9.99.
           05 filler                pic x(1) value spaces.
           05 inv-total-out         pic $zz,zz9.99.

       01 posting-title-out.
           05 filler                pic x(28) value spaces.
           05 filler                pic x(22) value
               'Journal Posting Totals'.

       01 posting-line-out.
           05 filler                pic x(1) value spaces.
           05 filler                pic x(8) value 'Debits: '.
           05 posting-debits-out    pic $zzz,zzz,zz9.99.
           05 filler                pic x(4) value spaces.
           05 filler                pic x(9) value 'Credits: '.
           05 posting-credits-out   pic $zzz,zzz,zz9.99.
           05 filler                pic x(2) value spaces.
           05 posting-balance-out   pic x(16).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(18) value 'Interim Invoices: '.
           05 invoices-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value 'Skipped: '.
           05 skipped-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(8) value 'Billed: '.
           05 ar-total-out pic $z,zzz,zz9.99.


       procedure division.
       100-main.
           open input open-rental.
           if or-file-status not = '00'
               display 'OPEN-RENTAL FAILED TO OPEN, STATUS '
                   or-file-status
               stop run
           end-if.
           open input customer-master.
           if cm-file-status not = '00'
               display 'CUSTOMER-MASTER FAILED TO OPEN, STATUS '
                   cm-file-status
               stop run
           end-if.
           open input corp-account.
           if ca-file-status not = '00'
               display 'CORP-ACCOUNT FAILED TO OPEN, STATUS '
                   ca-file-status
               stop run
           end-if.
           open input rate-table.
           if rt-file-status not = '00'
               display 'RATE-TABLE FAILED TO OPEN, STATUS '
                   rt-file-status
               stop run
           end-if.
           open output file-out.
           perform 050-load-parameters.
           perform 8900-open-exception-log.
           move 'CRINTERIM   ' to excp-this-job.

           move 'INTERIM BILLING     ' to banner-job-name.
           move 'IB0001' to banner-batch-id.
           perform 8000-print-banner-page.
           perform 8650-print-parameters.

      *        no entry posts into a closed accounting period
           perform 8700-load-periods.
           move banner-run-date-ccyymmdd to perd-check-date.
           perform 8710-find-open-period.
           if not perd-period-ok
               display 'POSTING REFUSED: ' perd-refusal-text
               move 8 to return-code
               stop run
           end-if.

           perform 110-load-price-calendar.
           perform 120-load-state-tax-table.
           perform 130-load-remittance.
           perform 140-load-interim-ledger.

           open extend billing-detail.
           if bd-file-status not = '00'
               open output billing-detail
               close billing-detail
               open extend billing-detail
           end-if.
           move spaces to billing-detail-record.
           open extend journal-file.
           if jr-file-status not = '00'
               open output journal-file
               close journal-file
               open extend journal-file
           end-if.
           move spaces to journal-record.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           read open-rental next record
               at end move 'n' to more-records
           end-read.
           perform 200-process-open-rental until more-records = 'n'.

           perform 500-rewrite-interim-ledger.
           perform 550-rewrite-remittance.
           perform 900-write-journal.

           move invoices-count to invoices-count-out.
           move skipped-count to skipped-count-out.
           move run-ar-total to ar-total-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close open-rental.
           close customer-master.
           close corp-account.
           close rate-table.
           close billing-detail.
           close journal-file.
           close exception-log.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

       050-load-parameters.
           perform 8600-open-parameters.
           move 'CRINTERIM ' to parm-lookup-program.
           move 'CYCLE-LENGTH-DAYS' to parm-lookup-name.
           move cycle-length-days to parm-value.
           perform 8610-get-parameter.
           move parm-value to cycle-length-days.
           perform 8690-close-parameters.

       110-load-price-calendar.
           open input price-calendar.
           if pc-file-status = '00'
               read price-calendar
                   at end move 'n' to more-calendar-recs
               end-read
               perform 115-load-one-calendar-entry
                   until more-calendar-recs = 'n'
           end-if.
           close price-calendar.

       115-load-one-calendar-entry.
           if price-calendar-count >= 200
               display 'PRICE CALENDAR TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to price-calendar-count.
           move pcr-start-date
               to pc-start-date (price-calendar-count).
           move pcr-end-date
               to pc-end-date (price-calendar-count).
           move pcr-car-make
               to pc-car-make (price-calendar-count).
           move pcr-season-name
               to pc-season-name (price-calendar-count).
           move pcr-multiplier
               to pc-multiplier (price-calendar-count).
           read price-calendar
               at end move 'n' to more-calendar-recs
           end-read.

       120-load-state-tax-table.
           open input state-tax-table.
           perform 125-read-one-state-tax-entry
               until more-state-tax-recs = 'n'.
           close state-tax-table.

       125-read-one-state-tax-entry.
           read state-tax-table
               at end
                   move 'n' to more-state-tax-recs
               not at end
                   add 1 to state-tax-count
                   move state-tax-table-record
                       to state-tax-entry (state-tax-count)
           end-read.

       130-load-remittance.
           open input remittance-file.
           if sr-file-status = '00'
               read remittance-file
                   at end move 'n' to more-remit-recs
               end-read
               perform 135-load-one-remit-state
                   until more-remit-recs = 'n'
           end-if.
           close remittance-file.

       135-load-one-remit-state.
           if remit-count >= 50
               display 'REMITTANCE TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to remit-count.
           move sr-state-code to rm-state-code (remit-count).
           move sr-tax-collected to rm-tax-collected (remit-count).
           move sr-default-rate-tax to rm-default-tax (remit-count).
           read remittance-file
               at end move 'n' to more-remit-recs
           end-read.

       140-load-interim-ledger.
           open input interim-ledger.
           if il-file-status = '00'
               read interim-ledger
                   at end move 'n' to more-records
               end-read
               perform 145-load-one-interim
                   until more-records = 'n'
           end-if.
           close interim-ledger.
           move 'y' to more-records.

       145-load-one-interim.
           perform 147-check-interim-room.
           add 1 to interim-count.
           move il-agreement-no to ib-agreement-no (interim-count).
           move il-unit-id to ib-unit-id (interim-count).
           move il-customer-id to ib-customer-id (interim-count).
           move il-billed-through
               to ib-billed-through (interim-count).
           move il-gross-billed to ib-gross-billed (interim-count).
           move il-cycles-billed to ib-cycles-billed (interim-count).
           move 'n' to ib-still-out-flag (interim-count).
           read interim-ledger
               at end move 'n' to more-records
           end-read.

       147-check-interim-room.
           if interim-count >= 500
               display 'INTERIM TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.

      *an agreement is due when a full cycle has run since it went
      *out, or since its last interim invoice
       200-process-open-rental.
           perform 210-find-interim-entry.
           if ib-found
               move 'y' to ib-still-out-flag (ib-match-idx)
               move ib-billed-through (ib-match-idx)
                   to last-billed-date
           else
               move or-checkout-date to last-billed-date
           end-if.
           move last-billed-date to date-from-split.
           compute cycle-days =
               ((banner-run-yyyy - from-yyyy) * 360)
               + ((banner-run-mm - from-mm) * 30)
               + (banner-run-dd - from-dd).
           if or-agreement-no > 0
               and cycle-days >= cycle-length-days
               perform 220-bill-interim-cycle
           end-if.
           read open-rental next record
               at end move 'n' to more-records
           end-read.

       210-find-interim-entry.
           move 'n' to ib-found-flag.
           perform 215-scan-one-interim
               varying ib-idx from 1 by 1
               until ib-idx > interim-count or ib-found.

       215-scan-one-interim.
           if ib-agreement-no (ib-idx) = or-agreement-no
               move 'y' to ib-found-flag
               move ib-idx to ib-match-idx
           end-if.

      *the time out to date is priced the way the return will be,
      *and what earlier cycles invoiced comes off it
       220-bill-interim-cycle.
           move or-customer-id to cm-customer-id.
           read customer-master
               invalid key
                   move 'NOCU' to excp-reason-code
                   move 'interim bill, customer not on CUSTMAST'
                       to excp-reason-text
                   perform 290-skip-agreement
               not invalid key
                   perform 225-price-time-out
           end-read.

       225-price-time-out.
           move or-car-make to rate-make.
           if (or-upgrade-comp or or-upgrade-paid or or-upgrade-loyalty)
               and or-reserved-make not = spaces
               move or-reserved-make to rate-make
           end-if.
           move rate-make to rt-car-make.
           read rate-table
               invalid key
                   move 'RATE' to excp-reason-code
                   move 'interim bill, car-make not on RATETAB'
                       to excp-reason-text
                   perform 290-skip-agreement
               not invalid key
                   perform 230-compute-interim-charge
           end-read.

       230-compute-interim-charge.
           move or-checkout-date to date-from-split.
           compute rental-days =
               ((banner-run-yyyy - from-yyyy) * 360)
               + ((banner-run-mm - from-mm) * 30)
               + (banner-run-dd - from-dd).
           move rt-per-day-charge to per-day-charge.
           move rt-weekly-rate to weekly-rate-amt.
           perform 240-apply-price-calendar.

      *    the same day bands as 250-bill-rental
           if (rental-days > 6) and (rental-days < 12)
               compute days-charged = rental-days - 1
           else
               if rental-days > 12
                   compute days-charged = rental-days - 2
               else
                   move rental-days to days-charged
               end-if
           end-if.
           compute daily-charge = per-day-charge * days-charged.
           if rental-days >= 7
               divide rental-days by 7 giving rental-weeks
                   remainder rental-extra-days
               compute weekly-charge =
                   (weekly-rate-amt * rental-weeks) +
                   (per-day-charge * rental-extra-days)
               if weekly-charge < daily-charge
                   move weekly-charge to daily-charge
               end-if
           end-if.
           if or-upgrade-paid
               compute daily-charge = daily-charge
                   + (or-upgrade-day-diff * days-charged)
           end-if.

           move 0 to cycle-gross.
           if ib-found
               if daily-charge > ib-gross-billed (ib-match-idx)
                   compute cycle-gross =
                       daily-charge - ib-gross-billed (ib-match-idx)
               end-if
           else
               move daily-charge to cycle-gross
           end-if.
           if cycle-gross > 0
               perform 250-write-interim-invoice
           end-if.

       240-apply-price-calendar.
           move 1.00 to season-multiplier.
           move 'n' to pc-found-flag.
           perform 245-scan-one-calendar-entry
               varying pc-idx from 1 by 1
               until pc-idx > price-calendar-count or pc-found.
           if pc-found
               move pc-multiplier (pc-match-idx) to season-multiplier
               compute per-day-charge rounded =
                   per-day-charge * season-multiplier
               compute weekly-rate-amt rounded =
                   weekly-rate-amt * season-multiplier
           end-if.

       245-scan-one-calendar-entry.
           if or-checkout-date >= pc-start-date (pc-idx)
               and or-checkout-date <= pc-end-date (pc-idx)
               and (pc-car-make (pc-idx) = rate-make
                   or pc-car-make (pc-idx) = 'ALL ')
               move 'y' to pc-found-flag
               move pc-idx to pc-match-idx
           end-if.

      *the corporate discount comes off before tax, the way
      *281-apply-corporate-discount takes it on the return
       250-write-interim-invoice.
           move 0 to corp-discount-amt.
           if cm-account-id not = spaces
               move cm-account-id to ca-account-id
               read corp-account
                   invalid key
                       move 'CORP' to excp-reason-code
                       move 'account id missing from corp master'
                           to excp-reason-text
                       move open-rental-record to excp-record-image
                       perform 9000-log-exception
                   not invalid key
                       compute corp-discount-amt rounded =
                           cycle-gross * ca-discount-pct
               end-read
           end-if.
           compute taxable-amount = cycle-gross - corp-discount-amt.
           move cm-state to state-code.
           perform 260-lookup-state-tax.
           compute state-tax = taxable-amount * state-tax-rate.
           compute total-charge = taxable-amount + state-tax.

           move spaces to billing-detail-record.
           move or-customer-id to bd-customer-id.
           move cm-customer-name to bd-customer-name.
           move or-car-make to bd-car-make.
           move cycle-gross to bd-daily-charge.
           move 0 to bd-mileage-charge.
           move 0 to bd-late-fee.
           move 0 to bd-damage-amount.
           move state-tax to bd-state-tax.
           move total-charge to bd-total-charge.
           move cm-account-id to bd-account-id.
           move corp-discount-amt to bd-corp-discount.
           move 0 to bd-coverage-charge.
           move 0 to bd-fuel-charge.
           move or-unit-id to bd-unit-id.
           move or-agreement-no to bd-agreement-no.
           move or-checkout-branch to bd-checkout-branch.
           move or-checkout-date to bd-checkout-date.
           move banner-run-date-ccyymmdd to bd-return-date.
           move 0 to bd-young-driver-charge.
           move 'I' to bd-bill-type.
           move 0 to bd-interim-credit.
           move or-agent-id to bd-agent-id.
           move 0 to bd-dropoff-fee.
           write billing-detail-record.

           if ib-found
               add cycle-gross to ib-gross-billed (ib-match-idx)
               add 1 to ib-cycles-billed (ib-match-idx)
               move banner-run-date-ccyymmdd
                   to ib-billed-through (ib-match-idx)
           else
               perform 147-check-interim-room
               add 1 to interim-count
               move or-agreement-no to ib-agreement-no (interim-count)
               move or-unit-id to ib-unit-id (interim-count)
               move or-customer-id to ib-customer-id (interim-count)
               move banner-run-date-ccyymmdd
                   to ib-billed-through (interim-count)
               move cycle-gross to ib-gross-billed (interim-count)
               move 1 to ib-cycles-billed (interim-count)
               move 'y' to ib-still-out-flag (interim-count)
           end-if.

           add 1 to invoices-count.
           add total-charge to run-ar-total.
           add cycle-gross to run-revenue-total.
           add corp-discount-amt to run-corp-discount-total.
           perform 270-accumulate-state-tax.
           perform 280-accumulate-remittance.

           move or-agreement-no to inv-agreement-out.
           move or-unit-id to inv-unit-out.
           move or-customer-id to inv-customer-out.
           move rental-days to inv-days-out.
           move cycle-gross to inv-gross-out.
           move corp-discount-amt to inv-discount-out.
           move state-tax to inv-tax-out.
           move total-charge to inv-total-out.
           write record-out from print-invoice-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       260-lookup-state-tax.
           move 'n' to state-tax-found-flag.
           perform 265-scan-one-state-tax-entry
               varying state-tax-idx from 1 by 1
               until (state-tax-idx > state-tax-count)
                   or state-tax-found.
           if state-tax-found
               move stt-rate (state-tax-match-idx) to state-tax-rate
           else
               move default-state-tax-rate to state-tax-rate
           end-if.

       265-scan-one-state-tax-entry.
           if stt-state (state-tax-idx) = state-code
               move 'y' to state-tax-found-flag
               move state-tax-idx to state-tax-match-idx
           end-if.

       270-accumulate-state-tax.
           move 'n' to tbs-found-flag.
           perform 275-scan-one-tax-state
               varying tbs-idx from 1 by 1
               until tbs-idx > tax-by-state-count or tbs-found.
           if tbs-found
               add state-tax to tbs-tax-amount (tbs-match-idx)
           else
               if tax-by-state-count >= 50
                   display 'TAX-BY-STATE TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to tax-by-state-count
               move state-code
                   to tbs-state-code (tax-by-state-count)
               move state-tax
                   to tbs-tax-amount (tax-by-state-count)
           end-if.

       275-scan-one-tax-state.
           if tbs-state-code (tbs-idx) = state-code
               move 'y' to tbs-found-flag
               move tbs-idx to tbs-match-idx
           end-if.

      *the same remittance buckets the billing run feeds, with the
      *fallback-rate slice kept apart for review
       280-accumulate-remittance.
           move 'n' to rm-found-flag.
           perform 285-scan-one-remit-state
               varying rm-idx from 1 by 1
               until rm-idx > remit-count or rm-found.
           if rm-found
               move rm-match-idx to rm-idx
           else
               if remit-count >= 50
                   display 'REMITTANCE TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to remit-count
               move remit-count to rm-idx
               move state-code to rm-state-code (rm-idx)
           end-if.
           add state-tax to rm-tax-collected (rm-idx).
           if not state-tax-found
               add state-tax to rm-default-tax (rm-idx)
           end-if.

       285-scan-one-remit-state.
           if rm-state-code (rm-idx) = state-code
               move 'y' to rm-found-flag
               move rm-idx to rm-match-idx
           end-if.

       290-skip-agreement.
           add 1 to skipped-count.
           move open-rental-record to excp-record-image.
           perform 9000-log-exception.

      *only agreements still out ride forward; a returned one has
      *had its credit taken by the billing run
       500-rewrite-interim-ledger.
           open output interim-ledger.
           perform 505-write-one-interim
               varying ib-idx from 1 by 1
               until ib-idx > interim-count.
           close interim-ledger.

       505-write-one-interim.
           if ib-still-out (ib-idx)
               move ib-agreement-no (ib-idx) to il-agreement-no
               move ib-unit-id (ib-idx) to il-unit-id
               move ib-customer-id (ib-idx) to il-customer-id
               move ib-billed-through (ib-idx) to il-billed-through
               move ib-gross-billed (ib-idx) to il-gross-billed
               move ib-cycles-billed (ib-idx) to il-cycles-billed
               write interim-ledger-record
           end-if.

       550-rewrite-remittance.
           open output remittance-file.
           perform 555-write-one-remit-state
               varying rm-idx from 1 by 1
               until rm-idx > remit-count.
           close remittance-file.

       555-write-one-remit-state.
           move rm-state-code (rm-idx) to sr-state-code.
           move rm-tax-collected (rm-idx) to sr-tax-collected.
           move rm-default-tax (rm-idx) to sr-default-rate-tax.
           write remittance-record.

      *receivables debited for what was invoiced and the discount
      *debited to its expense account; the time billed credits
      *rental revenue and the tax its state's payable account
       900-write-journal.
           if run-ar-total > 0
               move '1200' to jr-account
               move 'ACCOUNTS RECEIVABLE ' to jr-account-desc
               move 'DR' to jr-dr-cr
               move run-ar-total to jr-amount
               perform 925-write-one-journal-line
           end-if.
           if run-corp-discount-total > 0
               move '6200' to jr-account
               move 'CORP ACCT DISCOUNTS ' to jr-account-desc
               move 'DR' to jr-dr-cr
               move run-corp-discount-total to jr-amount
               perform 925-write-one-journal-line
           end-if.
           if run-revenue-total > 0
               move '4000' to jr-account
               move 'RENTAL REVENUE INTRM' to jr-account-desc
               move 'CR' to jr-dr-cr
               move run-revenue-total to jr-amount
               perform 925-write-one-journal-line
           end-if.
           perform 935-write-one-tax-credit
               varying tbs-idx from 1 by 1
               until tbs-idx > tax-by-state-count.

           move run-debits-total to posting-debits-out.
           move run-credits-total to posting-credits-out.
           if run-debits-total = run-credits-total
               move 'IN BALANCE      ' to posting-balance-out
           else
               move '** OUT OF BAL **' to posting-balance-out
           end-if.
           write record-out from posting-title-out
               after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from posting-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

       925-write-one-journal-line.
           move banner-run-date-ccyymmdd to jr-run-date.
           move perd-open-period to jr-period.
           if jr-dr-cr = 'DR'
               add jr-amount to run-debits-total
           else
               add jr-amount to run-credits-total
           end-if.
           write journal-record.

       935-write-one-tax-credit.
           if tbs-tax-amount (tbs-idx) > 0
               move '2300' to jr-account
               move spaces to jr-account-desc
               string 'STATE TAX PAYABLE ' delimited by size
                      tbs-state-code (tbs-idx) delimited by size
                      into jr-account-desc
               move 'CR' to jr-dr-cr
               move tbs-tax-amount (tbs-idx) to jr-amount
               perform 925-write-one-journal-line
           end-if.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy PERDPR.

       copy PARMPR.

       end program crinterim.
