      *> HOLDFD.CPY
      *> Shared legal-hold register record layout.  COPY into FILE
      *> SECTION.  Key type 'C' customer-id, 'L' claimant-id, 'B'
      *> building-id, 'S' ship name; the key value is matched
      *> wherever it appears on a record.  A hold is in force from
      *> its start date until its release date (zero while it is
      *> still open).
       fd  legal-hold-file label records are omitted.
       01  legal-hold-record.
           05  lh-hold-id              pic x(8).
           05  lh-key-type             pic x.
               88  lh-valid-key-type   value 'C' 'L' 'B' 'S'.
           05  lh-key-value            pic x(20).
           05  lh-matter-name          pic x(30).
           05  lh-start-date           pic 9(8).
           05  lh-release-date         pic 9(8).
           05  lh-changed-by           pic x(8).
           05  lh-changed-date         pic 9(8).
