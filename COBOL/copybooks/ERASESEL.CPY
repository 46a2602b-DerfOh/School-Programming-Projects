      *> ERASESEL.CPY
      *> Shared customer-erasure register assignment.  COPY into
      *> FILE-CONTROL.  Logical DD-name "ERASEREG" - one row per
      *> customer-id whose personal data custerase.cbl has
      *> tombstoned, read back by every job that can bring old data
      *> back to light (jrnlreplay, archinq) so the same id is
      *> masked there too.  Optional: a shop that has never erased
      *> anyone has no register at all.
           select optional erasure-register assign to "ERASEREG"
                  organization is line sequential
                  file status is erase-file-status.
