      *SHPJRNL: accounts receivable debited for everything billed,
      *freight revenue credited (value plus demurrage), customs
      *duty payable credited, and the collected insurance premium
      *credited to its own payable for the brokerage.  The bunker
      *fuel surcharge is credited to its own revenue account, or
      *debited there in a month fuel is below base and the
      *surcharge is a credit to the shipper.
      *
      *A posting-totals line proves debits equal credits before
      *the file goes anywhere.
      *
      *SHPJRNL is appended to rather than rewritten, since
      *shipclaim.cbl posts its claim settlements and insurer
      *recoveries to the same file; glledger.cbl clears it once
      *consumed.
       identification division.
       program-id. shipjrnl.
       environment division.
                 file status is bl-file-status.

           select journal-file assign to "SHPJRNL"
                 organization is line sequential
                 file status is jr-file-status.

           select file-out assign to printer, "con".

           copy PERDSEL.

           copy RPTSEL.

       data division.
       file section.
       fd billing-file label records are omitted.
            05 bl-insurance pic 9(8)v99.
            05 bl-company-id pic x(6).
            05 bl-voyage pic x(6).
            05 bl-bunker-pct pic s999v99 sign leading separate.
            05 bl-bunker pic s9(8)v99 sign leading separate.

       fd journal-file label records are omitted.
       01 journal-record.

       copy PERDFD.

       copy RPTFD.

       working-storage section.

       copy BANNERWS.

       01 more-records pic x value 'y'.
       01 bl-file-status pic xx.
       01 jr-file-status pic xx.
       01 hash-value-num pic 9(12) value 0.

       01 freight-revenue-total pic 9(11)v99 value 0.
       01 duty-payable-total pic 9(11)v99 value 0.
       01 insurance-payable-total pic 9(11)v99 value 0.
       01 bunker-revenue-total pic s9(11)v99 value 0.
       01 ar-total pic 9(11)v99 value 0.
       01 run-debits-total pic 9(11)v99 value 0.
       01 run-credits-total pic 9(11)v99 value 0.
               stop run
           end-if.
           open output file-out.
           open extend journal-file.
           if jr-file-status not = '00'
               open output journal-file
               close journal-file
               open extend journal-file
           end-if.
           move spaces to journal-record.

           move 'SHIPPING JOURNAL    ' to banner-job-name.

           close journal-file.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

       050-verify-billing-trailer.
               display 'SHIPBILL OUT OF BALANCE WITH ITS TRAILER,'
               display '  FILE REFUSED - RERUN THE VALUE REPORT'
               close file-out
               perform 8030-close-report-capture
               move 8 to return-code
               stop run
           end-if.
               add bl-demurrage to freight-revenue-total
               add bl-duty to duty-payable-total
               add bl-insurance to insurance-payable-total
               add bl-bunker to bunker-revenue-total
               compute ar-total = ar-total + bl-value + bl-duty
                   + bl-demurrage + bl-insurance + bl-bunker
           end-if.
           read billing-file at end move 'n' to more-records.

               move freight-revenue-total to jr-amount
               perform 925-write-one-journal-line
           end-if.
           if bunker-revenue-total > 0
               move '4820' to jr-account
               move 'BUNKER SURCHARGE REV' to jr-account-desc
               move 'CR' to jr-dr-cr
               move bunker-revenue-total to jr-amount
               perform 925-write-one-journal-line
           end-if.
           if bunker-revenue-total < 0
               move '4820' to jr-account
               move 'BUNKER SURCHARGE REV' to jr-account-desc
               move 'DR' to jr-dr-cr
               compute jr-amount = 0 - bunker-revenue-total
               perform 925-write-one-journal-line
           end-if.
           if duty-payable-total > 0
               move '2600' to jr-account
               move 'CUSTOMS DUTY PAYABLE' to jr-account-desc
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
