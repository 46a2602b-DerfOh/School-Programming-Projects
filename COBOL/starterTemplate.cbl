                 organization is line sequential.
           select file-out assign to printer, "con".

           copy RPTSEL.

       data division.
       file section.
       fd  file-in label records are standard.
       fd  file-out label records are omitted.
       01  record-out              pic x(80).

       copy RPTFD.

       working-storage section.
       01 more-records pic x value 'y'.

           perform 8000-print-banner-page.

           write record-out from line2-out after advancing 2 lines.
           move 2 to capture-advance.
           perform 8020-capture-line.
           move 1 to page-line-count.

           read file-in at end move 'n' to more-records.

           close file-in.
           close file-out.
           perform 8030-close-report-capture.
           stop run.

      *Replace this paragraph's body with the new job's real
      *right after the detail WRITE so pagination keeps working.
       200-process.
           write record-out from record-in after advancing 1 line.
           perform 8020-capture-line.
           perform 8100-advance-line.
           read file-in at end move 'n' to more-records.

