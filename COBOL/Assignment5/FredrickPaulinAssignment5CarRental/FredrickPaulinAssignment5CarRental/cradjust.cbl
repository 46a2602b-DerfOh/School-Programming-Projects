      *on STATEREM or whose backout is bigger than the accumulated
      *tax, or a bad component code is rejected to the report and
      *the shared exception log.
      *
      *Coverage (CDW/SLI) can be credited too, as component 'C'
      *with the rental's agreement number: the coverage revenue
      *account is debited back, and the credit is logged to the
      *CRCOVCR coverage-credit file so the monthly commission job
      *(crcommis.cbl) claws back the agent's commission on it.  A
      *coverage credit without an agreement number is rejected.
      *
      *Every credit memo applied is also logged to the CRMEMOLG
      *credit-memo log -- date, customer, component, amount and the
      *agreement it corrects (the one keyed on the transaction, or
      *else the agreement on the oldest open item it reduced) -- so
      *the branch profit-and-loss job (crbranchpl.cbl) can charge
      *the memo back to the lot that wrote the rental.
       identification division.
       program-id. cradjust.
       environment division.
                 organization is line sequential
                 file status is jr-file-status.

      *> every coverage credit, kept across runs for the commission
      *> clawback
           select coverage-credit-file assign to "CRCOVCR"
                 organization is line sequential
                 file status is cv-file-status.

      *> every credit memo applied, kept across runs for the branch
      *> profit and loss
           select memo-log-file assign to "CRMEMOLG"
                 organization is line sequential
                 file status is ml-file-status.

           copy EXCPSEL.

           copy PERDSEL.

           copy RPTSEL.

       data division.
       file section.
       fd tran-file label records are standard.
               88 adj-late-fee          value 'L'.
               88 adj-damage            value 'G'.
               88 adj-tax               value 'T'.
               88 adj-coverage          value 'C'.
               88 adj-component-ok      values 'D' 'M' 'L' 'G' 'T'
                                               'C'.
           05 adj-state-code        pic x(2).
           05 adj-amount            pic 9(7)v99.
      *    the rental being corrected; required on a coverage credit
           05 adj-agreement-no      pic 9(7).

       fd file-out label records are omitted.
       01 record-out pic x(80).
           05 filler                pic x value space.
           05 jr-period             pic 9(6).

       fd coverage-credit-file label records are omitted.
       01 coverage-credit-record.
           05 cv-agreement-no       pic 9(7).
           05 cv-customer-id        pic x(6).
           05 cv-credit-date        pic 9(8).
           05 cv-amount             pic 9(7)v99.

       fd memo-log-file label records are omitted.
       01 memo-log-record.
           05 ml-memo-date          pic 9(8).
           05 ml-customer-id        pic x(6).
           05 ml-component          pic x.
           05 ml-agreement-no       pic 9(7).
           05 ml-amount             pic 9(7)v99.

       copy EXCPFD.

       copy PERDFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 oi-file-status pic xx.
       01 on-file-status pic xx.
       01 sr-file-status pic xx.
       01 jr-file-status pic xx.
       01 cv-file-status pic xx.
       01 ml-file-status pic xx.

      *every open item carried on CRAROPEN, loaded and rewritten
      *the same way crpayments.cbl carries them
       01 oldest-date pic 9(8) value 0.
       01 customer-open-total pic 9(9)v99 value 0.
       01 credit-left pic 9(7)v99 value 0.
       01 memo-agreement-no pic 9(7) value 0.

      *the carried tax-remittance accumulation a tax credit backs
      *its slice out of
       01 adj-late-total pic 9(9)v99 value 0.
       01 adj-damage-total pic 9(9)v99 value 0.
       01 adj-tax-total pic 9(9)v99 value 0.
       01 adj-coverage-total pic 9(9)v99 value 0.
       01 adj-ar-total pic 9(9)v99 value 0.
       01 run-debits-total pic 9(9)v99 value 0.
       01 run-credits-total pic 9(9)v99 value 0.
               open extend journal-file
           end-if.
           move spaces to journal-record.
           open extend coverage-credit-file.
           if cv-file-status not = '00'
               open output coverage-credit-file
               close coverage-credit-file
               open extend coverage-credit-file
           end-if.
           move spaces to coverage-credit-record.
           open extend memo-log-file.
           if ml-file-status not = '00'
               open output memo-log-file
               close memo-log-file
               open extend memo-log-file
           end-if.
           move spaces to memo-log-record.
           perform 8900-open-exception-log.
           move 'CRADJUST    ' to excp-this-job.

           end-if.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

           perform 110-load-open-items.
           move rejected-count to rejected-count-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

           close tran-file.
           close file-out.
           perform 8030-close-report-capture.
           close journal-file.
           close coverage-credit-file.
           close memo-log-file.
           close exception-log.
           stop run.

                   move 'REJECTED - EXCEEDS OPEN BALANCE'
                       to act-disp-out
                   perform 400-reject-transaction
               when adj-coverage
                   and (adj-agreement-no not numeric
                        or adj-agreement-no = 0)
                   move 'REJECTED - NO AGREEMENT NUMBER'
                       to act-disp-out
                   perform 400-reject-transaction
               when adj-tax
                   perform 300-apply-tax-credit
               when other
       320-apply-credit.
           move adj-amount to credit-left.
           perform 335-find-oldest-open-item.
           if adj-agreement-no numeric
               and adj-agreement-no > 0
               move adj-agreement-no to memo-agreement-no
           else
               if oldest-idx > 0
                   move oi-agreement-no (oldest-idx)
                       to memo-agreement-no
               else
                   move 0 to memo-agreement-no
               end-if
           end-if.
           perform 330-credit-oldest-item
               until credit-left = 0 or oldest-idx = 0.
           evaluate true
                   add adj-amount to adj-damage-total
               when adj-tax
                   add adj-amount to adj-tax-total
               when adj-coverage
                   add adj-amount to adj-coverage-total
                   perform 340-log-coverage-credit
           end-evaluate.
           add adj-amount to adj-ar-total.
           move 'APPLIED - CREDITED' to act-disp-out.
           perform 250-print-activity-line.
           add 1 to applied-count.
           perform 350-print-credit-memo.
           perform 345-log-credit-memo.

      *the commission job claws the agent's commission back off
      *this log, matched to the rental by agreement number
       340-log-coverage-credit.
           move adj-agreement-no to cv-agreement-no.
           move adj-customer-id to cv-customer-id.
           move banner-run-date-ccyymmdd to cv-credit-date.
           move adj-amount to cv-amount.
           write coverage-credit-record.
           move spaces to coverage-credit-record.

      *the branch profit and loss charges each memo back to the
      *lot that wrote the rental it corrects
       345-log-credit-memo.
           move banner-run-date-ccyymmdd to ml-memo-date.
           move adj-customer-id to ml-customer-id.
           move adj-component to ml-component.
           move memo-agreement-no to ml-agreement-no.
           move adj-amount to ml-amount.
           write memo-log-record.
           move spaces to memo-log-record.

       330-credit-oldest-item.
           if oi-amount-open (oldest-idx) > credit-left
           add 1 to memo-number.
           write record-out from memo-title-out
               after advancing page.
           move 'P' to capture-mode.
           perform 8020-capture-line.
           move memo-number to memo-number-disp.
           move banner-run-date-out to memo-date-out.
           write record-out from memo-number-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move adj-customer-id to memo-cust-id-out.
           perform 360-find-customer-name.
           write record-out from memo-customer-out
               after advancing 1 line.
           perform 8020-capture-line.
           write record-out from memo-body-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           evaluate true
               when adj-daily    move 'DAILY     ' to memo-comp-out
               when adj-mileage  move 'MILEAGE   ' to memo-comp-out
               when adj-late-fee move 'LATE FEE  ' to memo-comp-out
               when adj-damage   move 'DAMAGE    ' to memo-comp-out
               when adj-tax      move 'STATE TAX ' to memo-comp-out
               when adj-coverage move 'COVERAGE  ' to memo-comp-out
           end-evaluate.
           move adj-amount to memo-amount-out.
           write record-out from memo-detail-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.

       360-find-customer-name.
           move adj-amount to act-amount-out.
           write record-out from print-activity-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *what is still owed after the credits rides forward; items
               move adj-damage-total to jr-amount
               perform 925-write-one-journal-line
           end-if.
           if adj-coverage-total > 0
               move '4400' to jr-account
               move 'WAIVER/COVERAGE ADJ ' to jr-account-desc
               move 'DR' to jr-dr-cr
               move adj-coverage-total to jr-amount
               perform 925-write-one-journal-line
           end-if.
           if adj-tax-total > 0
               move '2300' to jr-account
               move 'STATE TAX PAYBL ADJ ' to jr-account-desc
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
