      *
      *A posting-totals line proves debits equal credits before
      *the file goes anywhere.
      *
      *irsremit.cbl posts the backup withholding deposits to
      *IRSJRNL as well, so this job appends to the file instead of
      *starting it over; the ledger job clears IRSJRNL once it has
      *consumed it, as it always has.
       identification division.
       program-id. irsjrnl.
       environment division.
                 file status is au-file-status.

           select journal-file assign to "IRSJRNL"
                 organization is line sequential
                 file status is jr-file-status.

           select file-out assign to printer, "con".

           copy PERDSEL.

           copy RPTSEL.

       data division.
       file section.
       fd disb-file label records are omitted.
            05 db-name           pic x(20).
            05 db-pay-method     pic x.
            05 db-amount         pic 9(8)v99.
            05 db-check-no       pic 9(9).

       fd audit-file label records are omitted.
       01 audit-record.

       copy PERDFD.

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.
       01 db-file-status pic xx.
       01 au-file-status pic xx.
       01 jr-file-status pic xx.

       01 net-paid-total pic 9(11)v99 value 0.
       01 withheld-total pic 9(11)v99 value 0.
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

           move 'REWARD JOURNAL      ' to banner-job-name.

           close journal-file.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

       200-total-disbursements.
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
