      *Monthly counter-agent sales commission report
      *
      *The CDW/SLI coverage the counter sells (priced off COVRTAB by
      *255-price-coverage) and the refueling service are the add-on
      *revenue management pays the counter agents commission on,
      *and the commission used to come off a spreadsheet the agents
      *filled in themselves.  This job works it out from the bills.
      *It reads the month's billing-detail records (operations
      *concatenates the nightly BILLDETL files into one month-to-
      *date file, the same file crcorpinv.cbl reads), where every
      *billed return carries the agent who wrote the rental, and
      *prints per check-out branch and per agent: rentals handled,
      *the coverage attach rate (rentals that bought coverage over
      *rentals handled), coverage revenue, refueling revenue and
      *the commission earned at the agent's rates from the AGENTRT
      *agent rate table.
      *
      *A coverage charge credited back by cradjust.cbl this month
      *(logged on CRCOVCR by agreement number) claws the agent's
      *coverage commission back: the agreement is found on the
      *BILLHIST billing history, so a credit on last month's rental
      *still finds the agent who sold it, and the credited amount
      *at the agent's coverage rate comes off this month's
      *commission.  Toll, no-show and interim invoices are not
      *rentals handled and are skipped.  An agent missing from
      *AGENTRT earns nothing until the rate is set up, and a credit
      *whose agreement isn't on BILLHIST can't be clawed back; both
      *are logged to the shared exception log.
       identification division.
       program-id. crcommis.
       environment division.
       input-output section.


       file-control.
           select billing-detail assign to "BILLDETL"
                 organization is line sequential
                 file status is bd-file-status.

      *> every billed rental across runs, for the agent behind a
      *> credited agreement
           select optional billing-history assign to "BILLHIST"
                 organization is line sequential
                 file status is bh-file-status.

      *> coverage credits cradjust.cbl has applied, kept across
      *> runs; optional until the first one
           select optional coverage-credit-file assign to "CRCOVCR"
                 organization is line sequential
                 file status is cv-file-status.

           select agent-rate-table assign to "AGENTRT"
                 organization is indexed
                 access mode is random
                 record key is ar-agent-id
                 file status is ar-file-status.

           select file-out assign to printer, "con".

           copy EXCPSEL.


           copy RPTSEL.

       data division.
       file section.
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

      *same layout as BILLDETL, read into billing-detail-record
       fd billing-history label records are omitted.
       01 billing-history-record pic x(161).

       fd coverage-credit-file label records are omitted.
       01 coverage-credit-record.
           05 cv-agreement-no       pic 9(7).
           05 cv-customer-id        pic x(6).
           05 cv-credit-date        pic 9(8).
           05 cv-amount             pic 9(7)v99.

       fd agent-rate-table label records are standard.
       01 agent-rate-record.
           05 ar-agent-id           pic x(5).
           05 ar-agent-name         pic x(20).
           05 ar-coverage-pct       pic v999.
           05 ar-fuel-pct           pic v999.

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy EXCPFD.


       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 bd-file-status pic xx.
       01 bh-file-status pic xx.
       01 cv-file-status pic xx.
       01 ar-file-status pic xx.

      *one row per check-out branch and agent
       01 agent-table.
           05 agent-entry occurs 200 times.
               10 ag-sort-key.
                   15 ag-branch         pic x(3).
                   15 ag-agent-id       pic x(5).
               10 ag-rental-count    pic 9(5).
               10 ag-attach-count    pic 9(5).
               10 ag-coverage-rev    pic 9(7)v99.
               10 ag-fuel-rev        pic 9(7)v99.
               10 ag-clawback-rev    pic 9(7)v99.
               10 ag-commission      pic s9(7)v99.
               10 ag-printed-flag    pic x.
                   88 ag-printed         value 'y'.
       01 agent-count pic 999 value 0.
       01 ag-idx pic 999 value 0.
       01 ag-match-idx pic 999 value 0.
       01 ag-found-flag pic x value 'n'.
           88 ag-found value 'y'.
       01 seek-key.
           05 seek-branch pic x(3).
           05 seek-agent-id pic x(5).

      *this month's coverage credits, waiting for their agreement
      *to turn up on the billing history
       01 credit-table.
           05 credit-entry occurs 500 times.
               10 cr-agreement-no    pic 9(7).
               10 cr-amount          pic 9(7)v99.
               10 cr-matched-flag    pic x.
                   88 cr-matched         value 'y'.
       01 credit-count pic 999 value 0.
       01 cr-idx pic 999 value 0.
       01 credit-date-split.
           05 credit-yyyy pic 9(4).
           05 credit-mm   pic 9(2).
           05 credit-dd   pic 9(2).

       01 low-idx pic 999 value 0.
       01 low-key pic x(8) value spaces.
       01 print-idx pic 999 value 0.
       01 current-branch pic x(3) value spaces.
       01 attach-rate pic 999v9 value 0.

       01 branch-totals.
           05 bt-rental-count pic 9(5) value 0.
           05 bt-attach-count pic 9(5) value 0.
           05 bt-coverage-rev pic 9(7)v99 value 0.
           05 bt-fuel-rev pic 9(7)v99 value 0.
           05 bt-clawback-rev pic 9(7)v99 value 0.
           05 bt-commission pic s9(7)v99 value 0.
       01 grand-totals.
           05 gt-rental-count pic 9(5) value 0.
           05 gt-attach-count pic 9(5) value 0.
           05 gt-coverage-rev pic 9(7)v99 value 0.
           05 gt-fuel-rev pic 9(7)v99 value 0.
           05 gt-clawback-rev pic 9(7)v99 value 0.
           05 gt-commission pic s9(7)v99 value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.

       01 line1-out.
           05 filler pic x(22) value spaces.
           05 filler pic x(36) value
               'Counter Agent Sales Commission'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(3) value 'Br '.
           05 filler pic x(2) value spaces.
           05 filler pic x(5) value 'Agent'.
           05 filler pic x(2) value spaces.
           05 filler pic x(4) value 'Rent'.
           05 filler pic x(2) value spaces.
           05 filler pic x(6) value 'Attach'.
           05 filler pic x(4) value spaces.
           05 filler pic x(8) value 'Coverage'.
           05 filler pic x(4) value spaces.
           05 filler pic x(4) value 'Fuel'.
           05 filler pic x(4) value spaces.
           05 filler pic x(6) value 'Clawbk'.
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value 'Commission'.

       01 print-agent-out.
           05 filler                pic x(1) value spaces.
           05 agt-branch-out        pic x(3).
           05 filler                pic x(2) value spaces.
           05 agt-agent-out         pic x(5).
           05 filler                pic x(2) value spaces.
           05 agt-rentals-out       pic zzz9.
           05 filler                pic x(2) value spaces.
           05 agt-attach-out        pic zz9.9.
           05 filler                pic x(1) value '%'.
           05 filler                pic x(1) value spaces.
           05 agt-coverage-out      pic $zz,zz9.99.
           05 filler                pic x(1) value spaces.
           05 agt-fuel-out          pic $z,zz9.99.
           05 filler                pic x(1) value spaces.
           05 agt-clawback-out      pic $z,zz9.99.
           05 filler                pic x(1) value spaces.
           05 agt-commission-out    pic $zz,zz9.99-.

       01 print-agent-name-out.
           05 filler                pic x(11) value spaces.
           05 agt-name-out          pic x(20).

       01 print-branch-total-out.
           05 filler                pic x(1) value spaces.
           05 bto-branch-out        pic x(3).
           05 filler                pic x(2) value spaces.
           05 filler                pic x(5) value 'TOTAL'.
           05 filler                pic x(2) value spaces.
           05 bto-rentals-out       pic zzz9.
           05 filler                pic x(2) value spaces.
           05 bto-attach-out        pic zz9.9.
           05 filler                pic x(1) value '%'.
           05 filler                pic x(1) value spaces.
           05 bto-coverage-out      pic $zz,zz9.99.
           05 filler                pic x(1) value spaces.
           05 bto-fuel-out          pic $z,zz9.99.
           05 filler                pic x(1) value spaces.
           05 bto-clawback-out      pic $z,zz9.99.
           05 filler                pic x(1) value spaces.
           05 bto-commission-out    pic $zz,zz9.99-.

       01 print-grand-total-out.
           05 filler                pic x(1) value spaces.
           05 filler                pic x(10) value 'ALL AGENTS'.
           05 filler                pic x(2) value spaces.
           05 gto-rentals-out       pic zzz9.
           05 filler                pic x(2) value spaces.
           05 gto-attach-out        pic zz9.9.
           05 filler                pic x(1) value '%'.
           05 filler                pic x(1) value spaces.
           05 gto-coverage-out      pic $zz,zz9.99.
           05 filler                pic x(1) value spaces.
           05 gto-fuel-out          pic $z,zz9.99.
           05 filler                pic x(1) value spaces.
           05 gto-clawback-out      pic $z,zz9.99.
           05 filler                pic x(1) value spaces.
           05 gto-commission-out    pic $zz,zz9.99-.


       procedure division.
       100-main.
           open input billing-detail.
           if bd-file-status not = '00'
               display 'BILLING-DETAIL FAILED TO OPEN, STATUS '
                   bd-file-status
               stop run
           end-if.
           open input agent-rate-table.
           if ar-file-status not = '00'
               display 'AGENT-RATE-TABLE FAILED TO OPEN, STATUS '
                   ar-file-status
               stop run
           end-if.
           open output file-out.
           perform 8900-open-exception-log.
           move 'CRCOMMIS    ' to excp-this-job.

           move 'AGENT COMMISSIONS   ' to banner-job-name.
           move 'AC0001' to banner-batch-id.
           perform 8000-print-banner-page.

           perform 110-load-coverage-credits.

           read billing-detail at end move 'n' to more-records.
           perform 200-tally-one-rental until more-records = 'n'.
           close billing-detail.
           move 'y' to more-records.

           perform 300-match-clawbacks.
           perform 400-figure-commission
               varying ag-idx from 1 by 1
               until ag-idx > agent-count.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 2 to page-line-count.
           perform 500-print-one-agent
               varying print-idx from 1 by 1
               until print-idx > agent-count.
           if agent-count > 0
               perform 560-print-branch-total
           end-if.
           perform 580-print-grand-total.

           close agent-rate-table.
           close exception-log.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

      *only credits applied this month claw back this month
       110-load-coverage-credits.
           open input coverage-credit-file.
           if cv-file-status = '00'
               read coverage-credit-file
                   at end move 'n' to more-records
               end-read
               perform 115-load-one-credit
                   until more-records = 'n'
           end-if.
           close coverage-credit-file.
           move 'y' to more-records.

       115-load-one-credit.
           move cv-credit-date to credit-date-split.
           if credit-yyyy = banner-run-yyyy
               and credit-mm = banner-run-mm
               if credit-count >= 500
                   display 'CREDIT TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to credit-count
               move cv-agreement-no to cr-agreement-no (credit-count)
               move cv-amount to cr-amount (credit-count)
               move 'n' to cr-matched-flag (credit-count)
           end-if.
           read coverage-credit-file
               at end move 'n' to more-records
           end-read.

      *a rental is a billed return with a unit on it; tolls and
      *no-shows carry no unit, and an interim invoice is the same
      *rental billed again later
       200-tally-one-rental.
           if bd-unit-id not = spaces
               and not bd-interim-bill
               move bd-checkout-branch to seek-branch
               move bd-agent-id to seek-agent-id
               perform 210-find-agent-entry
               add 1 to ag-rental-count (ag-idx)
               if bd-coverage-charge > 0
                   add 1 to ag-attach-count (ag-idx)
               end-if
               add bd-coverage-charge to ag-coverage-rev (ag-idx)
               add bd-fuel-charge to ag-fuel-rev (ag-idx)
           end-if.
           read billing-detail at end move 'n' to more-records.

       210-find-agent-entry.
           move 'n' to ag-found-flag.
           perform 215-scan-one-agent
               varying ag-idx from 1 by 1
               until ag-idx > agent-count or ag-found.
           if ag-found
               move ag-match-idx to ag-idx
           else
               if agent-count >= 200
                   display 'AGENT TABLE FULL, CANNOT CONTINUE'
                   stop run
               end-if
               add 1 to agent-count
               move agent-count to ag-idx
               move seek-key to ag-sort-key (ag-idx)
               move 0 to ag-rental-count (ag-idx)
               move 0 to ag-attach-count (ag-idx)
               move 0 to ag-coverage-rev (ag-idx)
               move 0 to ag-fuel-rev (ag-idx)
               move 0 to ag-clawback-rev (ag-idx)
               move 0 to ag-commission (ag-idx)
               move 'n' to ag-printed-flag (ag-idx)
           end-if.

       215-scan-one-agent.
           if ag-sort-key (ag-idx) = seek-key
               move 'y' to ag-found-flag
               move ag-idx to ag-match-idx
           end-if.

      *the history finds the branch and agent behind each credited
      *agreement, whichever month the rental was billed in
       300-match-clawbacks.
           if credit-count > 0
               open input billing-history
               if bh-file-status = '00'
                   read billing-history into billing-detail-record
                       at end move 'n' to more-records
                   end-read
                   perform 310-check-one-history
                       until more-records = 'n'
               end-if
               close billing-history
               move 'y' to more-records
               perform 330-report-unmatched-credit
                   varying cr-idx from 1 by 1
                   until cr-idx > credit-count
           end-if.

       310-check-one-history.
           if bd-unit-id not = spaces
               and not bd-interim-bill
               and bd-agreement-no > 0
               perform 320-claw-one-credit
                   varying cr-idx from 1 by 1
                   until cr-idx > credit-count
           end-if.
           read billing-history into billing-detail-record
               at end move 'n' to more-records
           end-read.

       320-claw-one-credit.
           if cr-agreement-no (cr-idx) = bd-agreement-no
               and not cr-matched (cr-idx)
               move 'y' to cr-matched-flag (cr-idx)
               move bd-checkout-branch to seek-branch
               move bd-agent-id to seek-agent-id
               perform 210-find-agent-entry
               add cr-amount (cr-idx) to ag-clawback-rev (ag-idx)
           end-if.

       330-report-unmatched-credit.
           if not cr-matched (cr-idx)
               move 'CLAW' to excp-reason-code
               move 'coverage credit, agreement not on BILLHIST'
                   to excp-reason-text
               move credit-entry (cr-idx) to excp-record-image
               perform 9000-log-exception
           end-if.

      *coverage and refueling each earn at the agent's own rate;
      *credited coverage comes back off at the coverage rate
       400-figure-commission.
           move ag-agent-id (ag-idx) to ar-agent-id.
           read agent-rate-table
               invalid key
                   move 0 to ag-commission (ag-idx)
                   if ag-agent-id (ag-idx) not = spaces
                       move 'AGNT' to excp-reason-code
                       move 'agent not on AGENTRT, no commission'
                           to excp-reason-text
                       move agent-entry (ag-idx) to excp-record-image
                       perform 9000-log-exception
                   end-if
               not invalid key
                   compute ag-commission (ag-idx) rounded =
                       (ag-coverage-rev (ag-idx) * ar-coverage-pct)
                       + (ag-fuel-rev (ag-idx) * ar-fuel-pct)
                       - (ag-clawback-rev (ag-idx) * ar-coverage-pct)
           end-read.

      *rows print in branch then agent order, lowest key first,
      *with a subtotal each time the branch changes
       500-print-one-agent.
           move 0 to low-idx.
           move high-values to low-key.
           perform 510-scan-one-low
               varying ag-idx from 1 by 1
               until ag-idx > agent-count.
           move low-idx to ag-idx.
           move 'y' to ag-printed-flag (ag-idx).
           if print-idx > 1
               and ag-branch (ag-idx) not = current-branch
               perform 560-print-branch-total
           end-if.
           move ag-branch (ag-idx) to current-branch.

           move ag-branch (ag-idx) to agt-branch-out.
           move ag-agent-id (ag-idx) to agt-agent-out.
           move ag-rental-count (ag-idx) to agt-rentals-out.
           move 0 to attach-rate.
           if ag-rental-count (ag-idx) > 0
               compute attach-rate rounded =
                   (ag-attach-count (ag-idx) * 100)
                   / ag-rental-count (ag-idx)
           end-if.
           move attach-rate to agt-attach-out.
           move ag-coverage-rev (ag-idx) to agt-coverage-out.
           move ag-fuel-rev (ag-idx) to agt-fuel-out.
           move ag-clawback-rev (ag-idx) to agt-clawback-out.
           move ag-commission (ag-idx) to agt-commission-out.
           write record-out from print-agent-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 520-print-agent-name.

           add ag-rental-count (ag-idx) to bt-rental-count.
           add ag-attach-count (ag-idx) to bt-attach-count.
           add ag-coverage-rev (ag-idx) to bt-coverage-rev.
           add ag-fuel-rev (ag-idx) to bt-fuel-rev.
           add ag-clawback-rev (ag-idx) to bt-clawback-rev.
           add ag-commission (ag-idx) to bt-commission.

       510-scan-one-low.
           if not ag-printed (ag-idx)
               and ag-sort-key (ag-idx) < low-key
               move ag-sort-key (ag-idx) to low-key
               move ag-idx to low-idx
           end-if.

       520-print-agent-name.
           if ag-agent-id (ag-idx) = spaces
               move '(no agent keyed)' to agt-name-out
           else
               move ag-agent-id (ag-idx) to ar-agent-id
               read agent-rate-table
                   invalid key
                       move '** NOT ON AGENTRT **' to agt-name-out
                   not invalid key
                       move ar-agent-name to agt-name-out
               end-read
           end-if.
           write record-out from print-agent-name-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

       560-print-branch-total.
           move current-branch to bto-branch-out.
           move bt-rental-count to bto-rentals-out.
           move 0 to attach-rate.
           if bt-rental-count > 0
               compute attach-rate rounded =
                   (bt-attach-count * 100) / bt-rental-count
           end-if.
           move attach-rate to bto-attach-out.
           move bt-coverage-rev to bto-coverage-out.
           move bt-fuel-rev to bto-fuel-out.
           move bt-clawback-rev to bto-clawback-out.
           move bt-commission to bto-commission-out.
           write record-out from print-branch-total-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.

           add bt-rental-count to gt-rental-count.
           add bt-attach-count to gt-attach-count.
           add bt-coverage-rev to gt-coverage-rev.
           add bt-fuel-rev to gt-fuel-rev.
           add bt-clawback-rev to gt-clawback-rev.
           add bt-commission to gt-commission.
           move 0 to bt-rental-count bt-attach-count bt-coverage-rev
               bt-fuel-rev bt-clawback-rev bt-commission.

       580-print-grand-total.
           move gt-rental-count to gto-rentals-out.
           move 0 to attach-rate.
           if gt-rental-count > 0
               compute attach-rate rounded =
                   (gt-attach-count * 100) / gt-rental-count
           end-if.
           move attach-rate to gto-attach-out.
           move gt-coverage-rev to gto-coverage-out.
           move gt-fuel-rev to gto-fuel-out.
           move gt-clawback-rev to gto-clawback-out.
           move gt-commission to gto-commission-out.
           write record-out from print-grand-total-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       end program crcommis.
