      *Annual volume rebates for shipping companies
      *
      *Our bigger shippers are promised a rebate on the year's
      *freight once their tonnage clears an agreed band, and the
      *whole of it used to land in the ledger the day someone
      *remembered to cut the cheque.  SHIPRBAG carries one rebate
      *agreement per SHIPCOMP company: the agreement period, and
      *up to five tonnage bands, each the tons a company must
      *reach and the rebate percent of freight value that band
      *earns.  Band 1 starts the ladder; an unused band is left at
      *zero tons.
      *
      *Run monthly.  Each active agreement's period-to-date
      *shipping comes off SHIPBLHS, the running billing history
      *shipLookupTable.cbl appends every billed shipment to, by
      *company-id and ship date inside the period.
      *
      *  - while the period is running, the period-to-date tons
      *    are projected to a full period (30/360 days elapsed
      *    against days in the period), the band that projection
      *    lands in prices the expected rebate on the freight
      *    billed so far, and whatever that expectation has moved
      *    since the last month is accrued: freight rebates (a
      *    contra to freight revenue) debited and volume rebates
      *    payable credited, or the reverse when the projection
      *    has fallen.  An agreement already accrued this month is
      *    left alone, so a rerun posts nothing twice;
      *  - once the period has ended, the settlement prices the
      *    rebate on the tons actually shipped, trues the accrual
      *    up to it the same way, and issues a numbered credit
      *    note (SHIPCNSEED carried seed) against the company's
      *    SHIPAROPN open invoices, oldest first: rebates payable
      *    debited and freight receivables credited for what the
      *    invoices absorb.  Credit the open invoices can't absorb
      *    stays payable, is printed and goes to the exception log.
      *    The agreement is then marked settled.
      *
      *Everything posts to SHPJRNL under the open APERIODS period,
      *appended alongside shipjrnl.cbl's nightly extract.  No open
      *period, no run: the job ends with return code 8.  An
      *agreement for a company not on SHIPCOMP, with its period
      *ending before it starts, a band ladder that doesn't climb,
      *or a second active agreement for the same company, is
      *printed and logged and carried forward untouched.
       identification division.
       program-id. shiprebate.
       environment division.
       input-output section.

       file-control.
           select agreement-file assign to "SHIPRBAG"
                 organization is line sequential
                 file status is ra-file-status.

           select company-master-file assign to "SHIPCOMP"
                 organization is line sequential
                 file status is scm-file-status.

      *> optional: no history yet means no volume yet
           select optional billing-history-file assign to "SHIPBLHS"
                 organization is line sequential
                 file status is bh-file-status.

      *> optional: a company may owe us nothing when it settles;
      *> shiprecv.cbl owns the file
           select optional open-invoice-file assign to "SHIPAROPN"
                 organization is line sequential
                 file status is oi-file-status.

      *> next credit note number to assign, carried across runs
           select optional credit-seed-file assign to "SHIPCNSEED"
                 organization is line sequential
                 file status is cn-file-status.

           select journal-file assign to "SHPJRNL"
                 organization is line sequential
                 file status is jr-file-status.

           select file-out assign to printer, "con".

           copy PERDSEL.

           copy EXCPSEL.

           copy RPTSEL.

       data division.
       file section.
       fd agreement-file label records are omitted.
       01 agreement-record.
           05 ra-company-id         pic x(6).
           05 ra-period-start       pic 9(8).
           05 ra-period-end         pic 9(8).
           05 ra-band occurs 5 times.
               10 ra-band-tons      pic 9(8).
               10 ra-band-pct       pic 99v99.
           05 ra-accrued-to-date    pic 9(9)v99.
           05 ra-last-accrual-date  pic 9(8).
           05 ra-status             pic x.
           05 ra-settled-rebate     pic 9(9)v99.
           05 ra-credit-note-no     pic 9(7).

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

       fd billing-history-file label records are omitted.
       01 billing-history-record.
           05 bh-company-id         pic x(6).
           05 bh-ship-date          pic 9(8).
           05 bh-voyage             pic x(6).
           05 bh-cargo              pic x(10).
           05 bh-tons               pic 9(8)v99.
           05 bh-value              pic 9(10)v99.
           05 bh-currency           pic x(3).

       fd open-invoice-file label records are omitted.
       01 open-invoice-record.
           05 ar-invoice-no         pic 9(7).
           05 ar-company            pic x(20).
           05 ar-invoice-date       pic 9(8).
           05 ar-amount-open        pic 9(11)v99.

       fd credit-seed-file label records are omitted.
       01 credit-seed-record.
           05 cn-next-credit-note   pic 9(7).

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

       copy PERDFD.

       copy EXCPFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 ra-file-status pic xx.
       01 scm-file-status pic xx.
       01 bh-file-status pic xx.
       01 oi-file-status pic xx.
       01 cn-file-status pic xx.
       01 jr-file-status pic xx.

      *every agreement on file, carried forward whether or not it
      *is worked tonight
       01 agreement-table.
           05 agreement-entry occurs 200 times.
              10 rt-company-id pic x(6).
              10 rt-period-start pic 9(8).
              10 rt-period-end pic 9(8).
              10 rt-band occurs 5 times.
                 15 rt-band-tons pic 9(8).
                 15 rt-band-pct pic 99v99.
              10 rt-accrued-to-date pic 9(9)v99.
              10 rt-last-accrual-date pic 9(8).
              10 rt-status pic x.
                 88 rt-active value 'A'.
                 88 rt-settled value 'S'.
              10 rt-settled-rebate pic 9(9)v99.
              10 rt-credit-note-no pic 9(7).
              10 rt-company-name pic x(20).
              10 rt-valid-flag pic x.
                 88 rt-valid value 'y'.
              10 rt-ptd-tons pic 9(9)v99.
              10 rt-ptd-value pic 9(11)v99.
       01 agreement-count pic 999 value 0.
       01 rt-idx pic 999 value 0.
       01 rt-match-idx pic 999 value 0.
       01 rt-found-flag pic x value 'n'.
           88 rt-found value 'y'.
       01 band-idx pic 9 value 0.
       01 band-match-idx pic 9 value 0.

       01 company-master-table.
           05 company-master-entry occurs 100 times.
              10 cmt-company-id pic x(6).
              10 cmt-company-name pic x(20).
       01 company-master-count pic 999 value 0.
       01 cmt-idx pic 999 value 0.
       01 cmt-match-idx pic 999 value 0.
       01 cmt-found-flag pic x value 'n'.
           88 cmt-found value 'y'.

      *open invoices, to take the settlement credit note
       01 open-invoice-table.
           05 open-invoice-entry occurs 500 times.
               10 oi-invoice-no     pic 9(7).
               10 oi-company        pic x(20).
               10 oi-invoice-date   pic 9(8).
               10 oi-amount-open    pic 9(11)v99.
       01 open-invoice-count pic 999 value 0.
       01 inv-idx pic 999 value 0.
       01 inv-match-idx pic 999 value 0.
       01 inv-found-flag pic x value 'n'.
           88 inv-found value 'y'.

      *30/360 day counts for the projection
       01 from-date-split.
           05 frd-yyyy pic 9(4).
           05 frd-mm   pic 9(2).
           05 frd-dd   pic 9(2).
       01 to-date-split.
           05 tod-yyyy pic 9(4).
           05 tod-mm   pic 9(2).
           05 tod-dd   pic 9(2).
       01 day-count pic s9(5) value 0.
       01 period-days pic s9(5) value 0.
       01 elapsed-days pic s9(5) value 0.

       01 credit-note-number pic 9(7) value 1.
       01 priced-tons pic 9(9)v99 value 0.
       01 rebate-amount pic 9(9)v99 value 0.
       01 rebate-change pic s9(9)v99 value 0.
       01 credit-left pic 9(9)v99 value 0.
       01 credit-applied pic 9(9)v99 value 0.
       01 invoice-share pic 9(9)v99 value 0.
       01 post-amount pic 9(9)v99 value 0.
       01 action-text pic x(13) value spaces.
       01 reject-reason pic x(30) value spaces.
       01 accrued-count pic 9(5) value 0.
       01 settled-count pic 9(5) value 0.
       01 rejected-count pic 9(5) value 0.
       01 run-debits-total pic 9(11)v99 value 0.
       01 run-credits-total pic 9(11)v99 value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy PERDWS.
       copy EXCPWS.

       01 line1-out.
           05 filler pic x(24) value spaces.
           05 filler pic x(30) value
               'Annual Volume Rebates'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(7) value 'Co Id'.
           05 filler pic x(15) value 'Company'.
           05 filler pic x(11) value '   PTD Tons'.
           05 filler pic x(11) value '  Band Tons'.
           05 filler pic x(6) value '  Pct'.
           05 filler pic x(16) value '         Posted'.
           05 filler pic x(13) value 'Action'.

       01 print-agreement-out.
           05 filler            pic x(1) value spaces.
           05 agl-company-id-out pic x(6).
           05 filler            pic x(1) value spaces.
           05 agl-company-out   pic x(14).
           05 filler            pic x(1) value spaces.
           05 agl-ptd-tons-out  pic zz,zzz,zz9.
           05 filler            pic x(1) value spaces.
           05 agl-band-tons-out pic zz,zzz,zz9.
           05 filler            pic x(1) value spaces.
           05 agl-pct-out       pic z9.99.
           05 filler            pic x(1) value spaces.
           05 agl-posted-out    pic zzz,zzz,zz9.99-.
           05 filler            pic x(1) value spaces.
           05 agl-action-out    pic x(13).

       01 credit-note-line-out.
           05 filler            pic x(9) value spaces.
           05 filler            pic x(12) value 'Credit Note '.
           05 cnl-note-out      pic 9(7).
           05 filler            pic x(12) value ' to invoice '.
           05 cnl-invoice-out   pic 9(7).
           05 filler            pic x(2) value spaces.
           05 cnl-amount-out    pic $zzz,zzz,zz9.99.

       01 credit-left-line-out.
           05 filler            pic x(9) value spaces.
           05 filler            pic x(35) value
               '** CREDIT LEFT PAYABLE, NO INVOICE '.
           05 cll-amount-out    pic $zzz,zzz,zz9.99.

       01 reject-line-out.
           05 filler            pic x(1) value spaces.
           05 rjl-company-id-out pic x(6).
           05 filler            pic x(2) value spaces.
           05 filler            pic x(12) value '*** REJECTED'.
           05 filler            pic x(2) value spaces.
           05 rjl-reason-out    pic x(30).

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(9) value 'Accrued: '.
           05 accrued-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value 'Settled: '.
           05 settled-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value 'Rejected: '.
           05 rejected-count-out pic zzzz9.

       01 posting-line-out.
           05 filler                pic x(1) value spaces.
           05 filler                pic x(8) value 'Debits: '.
           05 posting-debits-out    pic $zzz,zzz,zz9.99.
           05 filler                pic x(4) value spaces.
           05 filler                pic x(9) value 'Credits: '.
           05 posting-credits-out   pic $zzz,zzz,zz9.99.
           05 filler                pic x(2) value spaces.
           05 posting-balance-out   pic x(16).

       procedure division.
       100-main.
           open output file-out.
           perform 8900-open-exception-log.
           move 'SHIPREBATE  ' to excp-this-job.

           move 'VOLUME REBATES      ' to banner-job-name.
           move 'VR0001' to banner-batch-id.
           perform 8000-print-banner-page.

      *        no accrual posts into a closed accounting period
           perform 8700-load-periods.
           move banner-run-date-ccyymmdd to perd-check-date.
           perform 8710-find-open-period.
           if not perd-period-ok
               display 'POSTING REFUSED: ' perd-refusal-text
               close file-out
               perform 8030-close-report-capture
               close exception-log
               move 8 to return-code
               stop run
           end-if.
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

           perform 110-read-credit-seed.
           perform 120-load-company-master.
           perform 130-load-agreements.
           perform 140-load-billing-history.
           perform 150-load-open-invoices.
           perform 300-process-one-agreement
               varying rt-idx from 1 by 1
               until rt-idx > agreement-count.

           move accrued-count to accrued-count-out.
           move settled-count to settled-count-out.
           move rejected-count to rejected-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move run-debits-total to posting-debits-out.
           move run-credits-total to posting-credits-out.
           if run-debits-total = run-credits-total
               move 'IN BALANCE      ' to posting-balance-out
           else
               move '** OUT OF BAL **' to posting-balance-out
           end-if.
           write record-out from posting-line-out
               after advancing 1 line.
           perform 8020-capture-line.

           perform 800-rewrite-agreements.
           perform 820-rewrite-open-invoices.
           perform 840-rewrite-credit-seed.
           close journal-file.
           close file-out.
           perform 8030-close-report-capture.
           close exception-log.
           stop run.

       110-read-credit-seed.
           open input credit-seed-file.
           if cn-file-status = '00'
               read credit-seed-file
                   at end move 1 to credit-note-number
                   not at end
                       move cn-next-credit-note to credit-note-number
               end-read
           end-if.
           close credit-seed-file.

       120-load-company-master.
           open input company-master-file.
           if scm-file-status not = '00'
               display 'COMPANY-MASTER FAILED TO OPEN, STATUS '
                   scm-file-status
               stop run
           end-if.
           read company-master-file at end move 'n' to more-records.
           perform 125-load-one-company until more-records = 'n'.
           close company-master-file.
           move 'y' to more-records.

       125-load-one-company.
           if company-master-count >= 100
               display 'COMPANY MASTER TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to company-master-count.
           move scm-company-id-in
               to cmt-company-id (company-master-count).
           move scm-company-name-in
               to cmt-company-name (company-master-count).
           read company-master-file at end move 'n' to more-records.

       130-load-agreements.
           open input agreement-file.
           if ra-file-status not = '00'
               display 'AGREEMENT-FILE FAILED TO OPEN, STATUS '
                   ra-file-status
               stop run
           end-if.
           read agreement-file at end move 'n' to more-records.
           perform 135-load-one-agreement until more-records = 'n'.
           close agreement-file.
           move 'y' to more-records.

       135-load-one-agreement.
           if agreement-count >= 200
               display 'AGREEMENT TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to agreement-count.
           move agreement-count to rt-idx.
           move ra-company-id to rt-company-id (rt-idx).
           move ra-period-start to rt-period-start (rt-idx).
           move ra-period-end to rt-period-end (rt-idx).
           perform 136-load-one-band
               varying band-idx from 1 by 1 until band-idx > 5.
           move ra-accrued-to-date to rt-accrued-to-date (rt-idx).
           move ra-last-accrual-date
               to rt-last-accrual-date (rt-idx).
           move ra-status to rt-status (rt-idx).
           move ra-settled-rebate to rt-settled-rebate (rt-idx).
           move ra-credit-note-no to rt-credit-note-no (rt-idx).
           move spaces to rt-company-name (rt-idx).
           move 0 to rt-ptd-tons (rt-idx).
           move 0 to rt-ptd-value (rt-idx).
           move 'y' to rt-valid-flag (rt-idx).
           if rt-active (rt-idx)
               perform 137-validate-agreement
           end-if.
           read agreement-file at end move 'n' to more-records.

       136-load-one-band.
           move ra-band-tons (band-idx)
               to rt-band-tons (rt-idx, band-idx).
           move ra-band-pct (band-idx)
               to rt-band-pct (rt-idx, band-idx).

      *    a rejected agreement is still written back as it came
       137-validate-agreement.
           move 'n' to cmt-found-flag.
           perform 138-scan-one-company
               varying cmt-idx from 1 by 1
               until cmt-idx > company-master-count or cmt-found.
           move 'n' to rt-found-flag.
           perform 139-scan-active-agreement
               varying rt-match-idx from 1 by 1
               until rt-match-idx >= rt-idx or rt-found.
           move spaces to reject-reason.
           perform 141-check-band-ladder
               varying band-idx from 2 by 1 until band-idx > 5.
           evaluate true
               when not cmt-found
                   move 'COMPANY NOT ON SHIPCOMP' to reject-reason
               when rt-period-end (rt-idx)
                       < rt-period-start (rt-idx)
                   move 'PERIOD ENDS BEFORE IT STARTS'
                       to reject-reason
               when rt-found
                   move 'SECOND ACTIVE AGREEMENT' to reject-reason
               when other
                   continue
           end-evaluate.
           if reject-reason not = spaces
               move 'n' to rt-valid-flag (rt-idx)
               perform 600-reject-agreement
           else
               move cmt-company-name (cmt-match-idx)
                   to rt-company-name (rt-idx)
           end-if.

       138-scan-one-company.
           if cmt-company-id (cmt-idx) = ra-company-id
               move 'y' to cmt-found-flag
               move cmt-idx to cmt-match-idx
           end-if.

       139-scan-active-agreement.
           if rt-company-id (rt-match-idx) = ra-company-id
               and rt-active (rt-match-idx)
               and rt-valid (rt-match-idx)
               move 'y' to rt-found-flag
           end-if.

      *    every band used past the first must ask for more tons
      *    than the one below it; a zero band ends the ladder
       141-check-band-ladder.
           if rt-band-tons (rt-idx, band-idx) > 0
               and rt-band-tons (rt-idx, band-idx)
                   not > rt-band-tons (rt-idx, band-idx - 1)
               move 'BAND LADDER DOES NOT CLIMB' to reject-reason
           end-if.

      *    each shipment counts toward the one active agreement
      *    whose period holds its ship date
       140-load-billing-history.
           open input billing-history-file.
           if bh-file-status = '00'
               read billing-history-file
                   at end move 'n' to more-records
               end-read
               perform 145-total-one-shipment
                   until more-records = 'n'
           end-if.
           close billing-history-file.
           move 'y' to more-records.

       145-total-one-shipment.
           move 'n' to rt-found-flag.
           perform 147-scan-agreement-for-shipment
               varying rt-idx from 1 by 1
               until rt-idx > agreement-count or rt-found.
           if rt-found
               add bh-tons to rt-ptd-tons (rt-match-idx)
               add bh-value to rt-ptd-value (rt-match-idx)
           end-if.
           read billing-history-file
               at end move 'n' to more-records.

       147-scan-agreement-for-shipment.
           if rt-company-id (rt-idx) = bh-company-id
               and rt-active (rt-idx)
               and rt-valid (rt-idx)
               and bh-ship-date >= rt-period-start (rt-idx)
               and bh-ship-date <= rt-period-end (rt-idx)
               move 'y' to rt-found-flag
               move rt-idx to rt-match-idx
           end-if.

       150-load-open-invoices.
           open input open-invoice-file.
           if oi-file-status = '00'
               read open-invoice-file
                   at end move 'n' to more-records
               end-read
               perform 155-load-one-invoice
                   until more-records = 'n'
           end-if.
           close open-invoice-file.
           move 'y' to more-records.

       155-load-one-invoice.
           if open-invoice-count >= 500
               display 'OPEN INVOICE TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to open-invoice-count.
           move ar-invoice-no to oi-invoice-no (open-invoice-count).
           move ar-company to oi-company (open-invoice-count).
           move ar-invoice-date
               to oi-invoice-date (open-invoice-count).
           move ar-amount-open
               to oi-amount-open (open-invoice-count).
           read open-invoice-file at end move 'n' to more-records.

      *    a period that has ended settles; one still running
      *    accrues, once a month
       300-process-one-agreement.
           if rt-active (rt-idx) and rt-valid (rt-idx)
               evaluate true
                   when banner-run-date-ccyymmdd
                           < rt-period-start (rt-idx)
                       continue
                   when banner-run-date-ccyymmdd
                           >= rt-period-end (rt-idx)
                       perform 500-settle-agreement
                   when rt-last-accrual-date (rt-idx) (1:6)
                           = banner-run-date-ccyymmdd (1:6)
                       move 0 to rebate-change
                       move 0 to priced-tons
                       move 0 to band-match-idx
                       move 'ACCRUED ALRDY' to action-text
                       perform 700-print-agreement-line
                   when other
                       perform 400-accrue-agreement
               end-evaluate
           end-if.

      *    the tons shipped so far, scaled up to a full period,
      *    choose the band; the rebate is that band's percent of
      *    the freight billed so far
       400-accrue-agreement.
           move rt-period-start (rt-idx) to from-date-split.
           move rt-period-end (rt-idx) to to-date-split.
           perform 450-count-days.
           move day-count to period-days.
           move banner-run-date-ccyymmdd to to-date-split.
           perform 450-count-days.
           move day-count to elapsed-days.
           compute priced-tons rounded =
               rt-ptd-tons (rt-idx) * period-days / elapsed-days.
           perform 420-price-rebate.
           move banner-run-date-ccyymmdd
               to rt-last-accrual-date (rt-idx).
           add 1 to accrued-count.
           move 'ACCRUED' to action-text.
           perform 700-print-agreement-line.

      *    rebate-change is what the rebate has moved since the
      *    last posting; it is posted and becomes the new accrual
       420-price-rebate.
           move 0 to band-match-idx.
           perform 430-check-one-band
               varying band-idx from 1 by 1 until band-idx > 5.
           if band-match-idx = 0
               move 0 to rebate-amount
           else
               compute rebate-amount rounded =
                   rt-ptd-value (rt-idx)
                   * rt-band-pct (rt-idx, band-match-idx) / 100
           end-if.
           compute rebate-change =
               rebate-amount - rt-accrued-to-date (rt-idx).
           move rebate-amount to rt-accrued-to-date (rt-idx).
           if rebate-change > 0
               move rebate-change to post-amount
               move '4810' to jr-account
               move 'FREIGHT REBATES     ' to jr-account-desc
               move 'DR' to jr-dr-cr
               perform 925-write-one-journal-line
               move '2760' to jr-account
               move 'VOL REBATES PAYABLE ' to jr-account-desc
               move 'CR' to jr-dr-cr
               perform 925-write-one-journal-line
           end-if.
           if rebate-change < 0
               compute post-amount = 0 - rebate-change
               move '2760' to jr-account
               move 'VOL REBATES PAYABLE ' to jr-account-desc
               move 'DR' to jr-dr-cr
               perform 925-write-one-journal-line
               move '4810' to jr-account
               move 'FREIGHT REBATES     ' to jr-account-desc
               move 'CR' to jr-dr-cr
               perform 925-write-one-journal-line
           end-if.

      *    band 1 always counts from its own floor; a later band
      *    counts only when it is in use
       430-check-one-band.
           if (band-idx = 1
               or rt-band-tons (rt-idx, band-idx) > 0)
               and priced-tons >= rt-band-tons (rt-idx, band-idx)
               move band-idx to band-match-idx
           end-if.

      *    30/360 days from from-date-split through to-date-split,
      *    counting both ends
       450-count-days.
           compute day-count =
               ((tod-yyyy - frd-yyyy) * 360)
               + ((tod-mm - frd-mm) * 30)
               + (tod-dd - frd-dd) + 1.
           if day-count < 1
               move 1 to day-count
           end-if.

      *    the actual tons price the rebate and true the accrual
      *    up; the settled rebate then goes back to the company as
      *    a credit note against what it still owes us
       500-settle-agreement.
           move rt-ptd-tons (rt-idx) to priced-tons.
           perform 420-price-rebate.
           move rebate-amount to rt-settled-rebate (rt-idx).
           move 'S' to rt-status (rt-idx).
           add 1 to settled-count.
           move 'SETTLED' to action-text.
           perform 700-print-agreement-line.
           if rebate-amount > 0
               move credit-note-number to rt-credit-note-no (rt-idx)
               add 1 to credit-note-number
               perform 520-issue-credit-note
           end-if.

       520-issue-credit-note.
           move rebate-amount to credit-left.
           move 0 to credit-applied.
           move 'y' to inv-found-flag.
           perform 525-apply-to-oldest-invoice
               until credit-left = 0 or not inv-found.
           if credit-applied > 0
               move credit-applied to post-amount
               move '2760' to jr-account
               move 'VOL REBATES PAYABLE ' to jr-account-desc
               move 'DR' to jr-dr-cr
               perform 925-write-one-journal-line
               move '1220' to jr-account
               move 'SHIP ACCTS RECEIVBLE' to jr-account-desc
               move 'CR' to jr-dr-cr
               perform 925-write-one-journal-line
           end-if.
           if credit-left > 0
               move credit-left to cll-amount-out
               write record-out from credit-left-line-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
               move 'RBTU' to excp-reason-code
               move 'rebate credit left payable, no invoice'
                   to excp-reason-text
               move spaces to excp-record-image
               move rt-company-id (rt-idx) to excp-record-image
               perform 9000-log-exception
           end-if.

       525-apply-to-oldest-invoice.
           move 'n' to inv-found-flag.
           perform 527-scan-one-invoice
               varying inv-idx from 1 by 1
               until inv-idx > open-invoice-count.
           if inv-found
               if credit-left < oi-amount-open (inv-match-idx)
                   move credit-left to invoice-share
               else
                   move oi-amount-open (inv-match-idx)
                       to invoice-share
               end-if
               subtract invoice-share
                   from oi-amount-open (inv-match-idx)
               subtract invoice-share from credit-left
               add invoice-share to credit-applied
               move rt-credit-note-no (rt-idx) to cnl-note-out
               move oi-invoice-no (inv-match-idx) to cnl-invoice-out
               move invoice-share to cnl-amount-out
               write record-out from credit-note-line-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
           end-if.

       527-scan-one-invoice.
           if oi-company (inv-idx) = rt-company-name (rt-idx)
               and oi-amount-open (inv-idx) > 0
               if not inv-found
                   or oi-invoice-date (inv-idx)
                       < oi-invoice-date (inv-match-idx)
                   move 'y' to inv-found-flag
                   move inv-idx to inv-match-idx
               end-if
           end-if.

       600-reject-agreement.
           move ra-company-id to rjl-company-id-out.
           move reject-reason to rjl-reason-out.
           write record-out from reject-line-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           add 1 to rejected-count.
           move 'RBTA' to excp-reason-code.
           move 'volume rebate agreement rejected'
               to excp-reason-text.
           move agreement-record to excp-record-image.
           perform 9000-log-exception.

       700-print-agreement-line.
           move rt-company-id (rt-idx) to agl-company-id-out.
           move rt-company-name (rt-idx) to agl-company-out.
           move rt-ptd-tons (rt-idx) to agl-ptd-tons-out.
           move priced-tons to agl-band-tons-out.
           if band-match-idx = 0
               move 0 to agl-pct-out
           else
               move rt-band-pct (rt-idx, band-match-idx)
                   to agl-pct-out
           end-if.
           move rebate-change to agl-posted-out.
           move action-text to agl-action-out.
           write record-out from print-agreement-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       800-rewrite-agreements.
           open output agreement-file.
           perform 810-write-one-agreement
               varying rt-idx from 1 by 1
               until rt-idx > agreement-count.
           close agreement-file.

       810-write-one-agreement.
           move rt-company-id (rt-idx) to ra-company-id.
           move rt-period-start (rt-idx) to ra-period-start.
           move rt-period-end (rt-idx) to ra-period-end.
           perform 815-write-one-band
               varying band-idx from 1 by 1 until band-idx > 5.
           move rt-accrued-to-date (rt-idx) to ra-accrued-to-date.
           move rt-last-accrual-date (rt-idx)
               to ra-last-accrual-date.
           move rt-status (rt-idx) to ra-status.
           move rt-settled-rebate (rt-idx) to ra-settled-rebate.
           move rt-credit-note-no (rt-idx) to ra-credit-note-no.
           write agreement-record.

       815-write-one-band.
           move rt-band-tons (rt-idx, band-idx)
               to ra-band-tons (band-idx).
           move rt-band-pct (rt-idx, band-idx)
               to ra-band-pct (band-idx).

       820-rewrite-open-invoices.
           open output open-invoice-file.
           perform 830-write-one-invoice
               varying inv-idx from 1 by 1
               until inv-idx > open-invoice-count.
           close open-invoice-file.

       830-write-one-invoice.
           if oi-amount-open (inv-idx) > 0
               move oi-invoice-no (inv-idx) to ar-invoice-no
               move oi-company (inv-idx) to ar-company
               move oi-invoice-date (inv-idx) to ar-invoice-date
               move oi-amount-open (inv-idx) to ar-amount-open
               write open-invoice-record
           end-if.

       840-rewrite-credit-seed.
           open output credit-seed-file.
           move credit-note-number to cn-next-credit-note.
           write credit-seed-record.
           close credit-seed-file.

       925-write-one-journal-line.
           move banner-run-date-ccyymmdd to jr-run-date.
           move perd-open-period to jr-period.
           move post-amount to jr-amount.
           if jr-dr-cr = 'DR'
               add jr-amount to run-debits-total
           else
               add jr-amount to run-credits-total
           end-if.
           write journal-record.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy PERDPR.

       copy EXCPPR.

       end program shiprebate.
