      *Year-end 1099-NEC extract for vendors
      *
      *irs1099.cbl reports the reward recipients; the contractors
      *the shop pays are 1099 payees too, and their totals used to
      *be added up by hand off aptworkord.cbl's top-vendors page.
      *VENDMAST now carries each vendor's TIN, a 1099-eligible flag
      *('Y') and a remit-to address, and this year-end job totals
      *each eligible vendor's payments for the calendar year being
      *closed (the year of the run date, the way irs1099.cbl picks
      *its year).
      *
      *Payments come from the APCHKREG check register appayrun.cbl
      *carries -- every check issued in the year, cashed or still
      *outstanding.  A shop with no register yet totals the
      *completed WORKORD orders dated in the year instead, the
      *money aptworkord.cbl costs; pending preventive-maintenance
      *orders are estimates and are left out.  The register page
      *names which source was used.
      *
      *Every eligible vendor at or over the reporting threshold gets
      *a 1099-NEC extract record on AP1099 (year, vendor, TIN, name,
      *remit-to address, nonemployee compensation).  The register
      *prints every eligible vendor paid in the year, over and
      *under the line, and a closing section lists every eligible
      *vendor on the master with no TIN so the W-9s can be chased
      *before the filing deadline; those also go to the shared
      *exception log.  A payment to a vendor no longer on the
      *master is logged and left off the extract.
      *
      *The reporting threshold is read from PARMMAST (AP1099 /
      *REPORTING-THRESHOLD) at start-up through the shared PARM
      *copybooks; the value in force prints under the banner.
       identification division.
       program-id. ap1099.
       environment division.
       input-output section.

       file-control.
           select vendor-master assign to "VENDMAST"
                 organization is line sequential
                 file status is vn-file-status.

      *> the carried AP check register appayrun.cbl owns; read only
           select optional check-register assign to "APCHKREG"
                 organization is line sequential
                 file status is cr-file-status.

      *> the work orders, totalled only when there is no register
           select optional work-order-file assign to "WORKORD"
                 organization is line sequential
                 file status is wo-file-status.

           select extract-file assign to "AP1099"
                 organization is line sequential
                 file status is ex-file-status.

           select file-out assign to printer, "con".

           copy EXCPSEL.

           copy PARMSEL.

           copy RPTSEL.

       data division.
       file section.
       fd vendor-master label records are standard.
       01 vendor-master-record.
           05 vn-vendor-id      pic x(5).
           05 vn-vendor-name    pic x(15).
           05 vn-cat-1          pic x(10).
           05 vn-cat-2          pic x(10).
           05 vn-cat-3          pic x(10).
           05 vn-insurance-expiry pic 9(8).
           05 vn-active-flag    pic x.
               88 vn-active         value 'A'.
           05 vn-tin            pic x(9).
           05 vn-1099-flag      pic x.
               88 vn-1099-eligible  value 'Y'.
           05 vn-remit-addr     pic x(25).
           05 vn-remit-city     pic x(15).
           05 vn-remit-state    pic x(2).
           05 vn-remit-zip      pic x(5).

       fd check-register label records are omitted.
       01 check-register-record.
           05 cr-check-no           pic x(9).
           05 cr-payee-name         pic x(20).
           05 cr-amount             pic 9(8)v99.
           05 cr-issue-date         pic 9(8).
           05 cr-status             pic x.
           05 cr-vendor-id          pic x(5).
           05 cr-discount           pic 9(7)v99.

       fd work-order-file label records are standard.
       01 work-order-record.
           05 wo-building-id    pic x(3).
           05 wo-category       pic x(10).
           05 wo-vendor         pic x(15).
           05 wo-vendor-id      pic x(5).
           05 wo-unit-no        pic x(4).
           05 wo-work-date      pic 9(8).
           05 wo-amount         pic 9(5)v99.
           05 wo-status         pic x.
               88 wo-pending        value 'P'.
           05 wo-pm-task-id     pic x(4).

       fd extract-file label records are omitted.
       01 extract-record.
           05 ex-tax-year           pic 9(4).
           05 ex-vendor-id          pic x(5).
           05 ex-tin                pic x(9).
           05 ex-name               pic x(15).
           05 ex-remit-addr         pic x(25).
           05 ex-remit-city         pic x(15).
           05 ex-remit-state        pic x(2).
           05 ex-remit-zip          pic x(5).
           05 ex-nec-amount         pic 9(9)v99.

       fd file-out label records are omitted.
       01 record-out pic x(80).

       copy EXCPFD.

       copy PARMFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 more-vendor-recs pic x value 'y'.
       01 vn-file-status pic xx.
       01 cr-file-status pic xx.
       01 wo-file-status pic xx.
       01 ex-file-status pic xx.

      *payments below this stay off the extract but still print
      *on the register; a shop parameter, compiled-in value first
       01 reporting-threshold pic 9(5)v99 value 600.00.

       01 tax-year pic 9(4) value 0.
       01 payment-year pic 9(4) value 0.
       01 payment-source-flag pic x value 'R'.
           88 source-register value 'R'.
           88 source-work-orders value 'W'.
       01 payment-vendor-id pic x(5) value spaces.
       01 payment-amount pic 9(8)v99 value 0.

      *the vendor master with each vendor's total for the year
       01 vendor-master-table.
           05 vendor-master-entry occurs 200 times.
               10 vm-vendor-id          pic x(5).
               10 vm-vendor-name        pic x(15).
               10 vm-tin                pic x(9).
               10 vm-1099-flag          pic x.
                   88 vm-1099-eligible      value 'Y'.
               10 vm-remit-addr         pic x(25).
               10 vm-remit-city         pic x(15).
               10 vm-remit-state        pic x(2).
               10 vm-remit-zip          pic x(5).
               10 vm-paid-total         pic 9(9)v99.
       01 vendor-master-count pic 999 value 0.
       01 vm-idx pic 999 value 0.
       01 vm-match-idx pic 999 value 0.
       01 vm-found-flag pic x value 'n'.
           88 vm-found value 'y'.

       01 extracted-count pic 9(5) value 0.
       01 under-threshold-count pic 9(5) value 0.
       01 extracted-total pic 9(10)v99 value 0.
       01 missing-tin-count pic 9(5) value 0.
       01 not-eligible-count pic 9(5) value 0.
       01 not-eligible-total pic 9(10)v99 value 0.
       01 unknown-payee-count pic 9(5) value 0.

       copy BANNERWS.
       copy PAGEBRKW.
       copy EXCPWS.
       copy PARMWS.

       01 line1-out.
           05 filler pic x(24) value spaces.
           05 filler pic x(27) value '1099-NEC Vendor Extract'.

       01 line2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(7) value 'Vendor'.
           05 filler pic x(17) value 'Name'.
           05 filler pic x(11) value 'TIN'.
           05 filler pic x(14) value '  Paid In Year'.
           05 filler pic x(2) value spaces.
           05 filler pic x(9) value 'Reported?'.

       01 print-vendor-out.
           05 filler            pic x(1) value spaces.
           05 reg-vendor-out    pic x(5).
           05 filler            pic x(2) value spaces.
           05 reg-name-out      pic x(15).
           05 filler            pic x(2) value spaces.
           05 reg-tin-out       pic x(9).
           05 filler            pic x(2) value spaces.
           05 reg-total-out     pic $zzz,zzz,zz9.99.
           05 filler            pic x(2) value spaces.
           05 reg-reported-out  pic x(20).

       01 source-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(17) value 'Payments Source: '.
           05 source-text-out pic x(30).

       01 missing-tin-title-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(40) value
               'Eligible Vendors With No TIN On File:'.

       01 print-missing-tin-out.
           05 filler            pic x(1) value spaces.
           05 mt-vendor-out     pic x(5).
           05 filler            pic x(2) value spaces.
           05 mt-name-out       pic x(15).
           05 filler            pic x(2) value spaces.
           05 mt-city-out       pic x(15).
           05 filler            pic x(2) value spaces.
           05 mt-state-out      pic x(2).
           05 filler            pic x(2) value spaces.
           05 filler            pic x(15) value 'W-9 NEEDED'.

       01 summary-line-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(6) value 'Year: '.
           05 sum-year-out pic 9(4).
           05 filler pic x(3) value spaces.
           05 filler pic x(11) value 'Extracted: '.
           05 extracted-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(7) value 'Under: '.
           05 under-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(7) value 'Total: '.
           05 extracted-total-out pic $zz,zzz,zz9.99.

       01 summary-line-2-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(14) value 'Missing TIN:  '.
           05 missing-count-out pic zzzz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(14) value 'Not Eligible: '.
           05 not-eligible-count-out pic zzzz9.
           05 filler pic x(2) value spaces.
           05 not-eligible-total-out pic $zz,zzz,zz9.99.

       01 summary-line-3-out.
           05 filler pic x(1) value spaces.
           05 filler pic x(28) value 'Payees Not On Master:       '.
           05 unknown-count-out pic zzzz9.

       procedure division.
       100-main.
           open output extract-file.
           move spaces to extract-record.
           open output file-out.
           perform 8900-open-exception-log.
           move 'AP1099      ' to excp-this-job.
           perform 050-load-parameters.

           move '1099-NEC EXTRACT    ' to banner-job-name.
           move 'NE0001' to banner-batch-id.
           perform 8000-print-banner-page.
           perform 8650-print-parameters.
           move banner-run-yyyy to tax-year.

           perform 110-load-vendors.
           perform 200-total-payments.

           write record-out from line1-out after advancing 3 lines.
           move 3 to capture-advance.
           perform 8020-capture-line.
           if source-register
               move 'AP CHECK REGISTER (APCHKREG)  ' to source-text-out
           else
               move 'WORK ORDERS (NO AP REGISTER)  ' to source-text-out
           end-if.
           write record-out from source-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 4 to page-line-count.

           perform 500-extract-and-register
               varying vm-idx from 1 by 1
               until vm-idx > vendor-master-count.

           write record-out from missing-tin-title-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           perform 8100-advance-line.
           perform 600-list-missing-tin
               varying vm-idx from 1 by 1
               until vm-idx > vendor-master-count.

           move tax-year to sum-year-out.
           move extracted-count to extracted-count-out.
           move under-threshold-count to under-count-out.
           move extracted-total to extracted-total-out.
           write record-out from summary-line-out
               after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move missing-tin-count to missing-count-out.
           move not-eligible-count to not-eligible-count-out.
           move not-eligible-total to not-eligible-total-out.
           write record-out from summary-line-2-out
               after advancing 1 line.
           perform 8020-capture-line.
           move unknown-payee-count to unknown-count-out.
           write record-out from summary-line-3-out
               after advancing 1 line.
           perform 8020-capture-line.

           close extract-file.
           close exception-log.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

       050-load-parameters.
           perform 8600-open-parameters.
           move 'AP1099    ' to parm-lookup-program.
           move 'REPORTING-THRESHOLD' to parm-lookup-name.
           move reporting-threshold to parm-value.
           perform 8610-get-parameter.
           move parm-value to reporting-threshold.
           perform 8690-close-parameters.

       110-load-vendors.
           open input vendor-master.
           if vn-file-status not = '00'
               display 'VENDMAST FAILED TO OPEN, STATUS '
                   vn-file-status
               stop run
           end-if.
           read vendor-master at end move 'n' to more-vendor-recs.
           perform 115-load-one-vendor
               until more-vendor-recs = 'n'.
           close vendor-master.

       115-load-one-vendor.
           if vendor-master-count >= 200
               display 'VENDOR MASTER TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to vendor-master-count.
           move vn-vendor-id to vm-vendor-id (vendor-master-count).
           move vn-vendor-name to vm-vendor-name (vendor-master-count).
           move vn-tin to vm-tin (vendor-master-count).
           move vn-1099-flag to vm-1099-flag (vendor-master-count).
           move vn-remit-addr to vm-remit-addr (vendor-master-count).
           move vn-remit-city to vm-remit-city (vendor-master-count).
           move vn-remit-state
               to vm-remit-state (vendor-master-count).
           move vn-remit-zip to vm-remit-zip (vendor-master-count).
           move 0 to vm-paid-total (vendor-master-count).
           read vendor-master at end move 'n' to more-vendor-recs.

      *the check register when there is one; the work orders when
      *the shop has not paid through AP yet
       200-total-payments.
           open input check-register.
           if cr-file-status = '00'
               move 'R' to payment-source-flag
               read check-register
                   at end move 'n' to more-records
               end-read
               perform 210-total-one-check
                   until more-records = 'n'
               close check-register
           else
               close check-register
               move 'W' to payment-source-flag
               open input work-order-file
               if wo-file-status = '00'
                   read work-order-file
                       at end move 'n' to more-records
                   end-read
                   perform 230-total-one-order
                       until more-records = 'n'
               end-if
               close work-order-file
           end-if.
           move 'y' to more-records.

      *every check issued in the year counts, cashed or not
       210-total-one-check.
           divide cr-issue-date by 10000 giving payment-year.
           if payment-year = tax-year
               move cr-vendor-id to payment-vendor-id
               move cr-amount to payment-amount
               perform 250-add-to-vendor
           end-if.
           read check-register
               at end move 'n' to more-records
           end-read.

       230-total-one-order.
           divide wo-work-date by 10000 giving payment-year.
           if payment-year = tax-year
               and not wo-pending
               move wo-vendor-id to payment-vendor-id
               move wo-amount to payment-amount
               perform 250-add-to-vendor
           end-if.
           read work-order-file
               at end move 'n' to more-records
           end-read.

       250-add-to-vendor.
           move 'n' to vm-found-flag.
           perform 255-scan-one-vendor
               varying vm-idx from 1 by 1
               until vm-idx > vendor-master-count or vm-found.
           if vm-found
               add payment-amount to vm-paid-total (vm-match-idx)
           else
               add 1 to unknown-payee-count
               move 'V1NV' to excp-reason-code
               move 'payment to vendor not on VENDMAST'
                   to excp-reason-text
               move spaces to excp-record-image
               move payment-vendor-id to excp-record-image (1:5)
               perform 9000-log-exception
           end-if.

       255-scan-one-vendor.
           if vm-vendor-id (vm-idx) = payment-vendor-id
               move 'y' to vm-found-flag
               move vm-idx to vm-match-idx
           end-if.

      *only eligible vendors paid in the year print; the rest are
      *counted on the summary
       500-extract-and-register.
           if vm-paid-total (vm-idx) > 0
               if vm-1099-eligible (vm-idx)
                   perform 510-register-one-vendor
               else
                   add 1 to not-eligible-count
                   add vm-paid-total (vm-idx) to not-eligible-total
               end-if
           end-if.

       510-register-one-vendor.
           move vm-vendor-id (vm-idx) to reg-vendor-out.
           move vm-vendor-name (vm-idx) to reg-name-out.
           move vm-tin (vm-idx) to reg-tin-out.
           move vm-paid-total (vm-idx) to reg-total-out.
           if vm-paid-total (vm-idx) >= reporting-threshold
               move tax-year to ex-tax-year
               move vm-vendor-id (vm-idx) to ex-vendor-id
               move vm-tin (vm-idx) to ex-tin
               move vm-vendor-name (vm-idx) to ex-name
               move vm-remit-addr (vm-idx) to ex-remit-addr
               move vm-remit-city (vm-idx) to ex-remit-city
               move vm-remit-state (vm-idx) to ex-remit-state
               move vm-remit-zip (vm-idx) to ex-remit-zip
               move vm-paid-total (vm-idx) to ex-nec-amount
               write extract-record
               add 1 to extracted-count
               add vm-paid-total (vm-idx) to extracted-total
               if vm-tin (vm-idx) = spaces
                   move 'EXTRACTED, NO TIN   ' to reg-reported-out
               else
                   move 'EXTRACTED           ' to reg-reported-out
               end-if
           else
               add 1 to under-threshold-count
               move 'UNDER THRESHOLD     ' to reg-reported-out
           end-if.
           write record-out from print-vendor-out
               after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.

      *every eligible vendor on the master, paid this year or not,
      *so the W-9 goes out before the first check does
       600-list-missing-tin.
           if vm-1099-eligible (vm-idx)
               and vm-tin (vm-idx) = spaces
               add 1 to missing-tin-count
               move vm-vendor-id (vm-idx) to mt-vendor-out
               move vm-vendor-name (vm-idx) to mt-name-out
               move vm-remit-city (vm-idx) to mt-city-out
               move vm-remit-state (vm-idx) to mt-state-out
               write record-out from print-missing-tin-out
                   after advancing 1 line
               perform 8020-capture-line
               perform 8100-advance-line
               move 'NTIN' to excp-reason-code
               move '1099 vendor has no TIN, W-9 needed'
                   to excp-reason-text
               move spaces to excp-record-image
               move vm-vendor-id (vm-idx) to excp-record-image (1:5)
               move vm-vendor-name (vm-idx)
                   to excp-record-image (7:15)
               perform 9000-log-exception
           end-if.

       copy BANNERPR.

       copy PAGEBRKP replacing ==PAGE-HEADER== by ==line2-out==.

       copy EXCPPR.

       copy PARMPR.

       end program ap1099.
