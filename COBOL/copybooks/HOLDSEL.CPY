      *> HOLDSEL.CPY
      *> Shared legal-hold register assignment.  COPY into
      *> FILE-CONTROL.  Logical DD-name "LEGLHOLD" - one row per
      *> litigation or audit hold, kept by holdmaint.cbl and read
      *> by every job that purges or prunes (archiver, mfbackup) so
      *> nothing a hold protects is let go.  Optional: a shop with
      *> no hold ever filed has no register at all.
           select optional legal-hold-file assign to "LEGLHOLD"
                  organization is line sequential
                  file status is hold-file-status.
