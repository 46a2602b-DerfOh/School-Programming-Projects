      *A posting-totals line proves debits equal credits before
      *the file goes anywhere, the same proof the car-rental
      *billing prints.
      *
      *aptrecv.cbl posts its late fees and returned-check reversals
      *to APTJRNL as well, so this job appends to the file instead
      *of starting it over; the ledger job clears APTJRNL once it
      *has consumed it, as it always has.
       identification division.
       program-id. aptjrnl.
       environment division.
                 file status is if-file-status.

           select journal-file assign to "APTJRNL"
                 organization is line sequential
                 file status is jr-file-status.

      *> the last period posted and the deposit balance it posted
      *> against, carried across runs

           copy PERDSEL.

           copy RPTSEL.

       data division.
       file section.
       fd lease-master label records are standard.
           05 lm-lease-end      pic 9(8).
           05 lm-unit-type      pic x(2).
           05 lm-utility-factor pic 9v99.
           05 lm-late-fee       pic 9(3)v99.
           05 lm-grace-day      pic 99.

       fd deposit-ledger label records are omitted.
       01 deposit-ledger-record.
           05 cx-cost           pic 9(7)v99.
           05 cx-life-years     pic 99.
           05 cx-in-service-year pic 9(4).
           05 cx-in-service-mm  pic 99.

       fd interest-file label records are omitted.
       01 interest-file-record.

       copy PERDFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 lm-file-status pic xx.
       01 if-file-status pic xx.

       01 jc-file-status pic xx.
       01 jr-file-status pic xx.
       01 run-date-num pic 9(8) value 0.
       01 rent-revenue-total pic 9(9)v99 value 0.
       01 deposit-liability-total pic 9(9)v99 value 0.
       procedure division.
       100-main.
           open output file-out.
           open extend journal-file.
           if jr-file-status not = '00'
               open output journal-file
               close journal-file
               open extend journal-file
           end-if.
           move spaces to journal-record.

           move 'APARTMENT JOURNAL   ' to banner-job-name.

           close journal-file.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

       120-read-posting-control.
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
