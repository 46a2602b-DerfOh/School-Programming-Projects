      *> PRTYWS.CPY
      *> Shared party-lookup working-storage.  COPY into
      *> WORKING-STORAGE SECTION alongside PRTYPR.CPY.  Protocol:
      *> PERFORM 8110-open-party-files once at start-up (8115 when
      *> the job flags parties as well as reading them); per record
      *> move the member type and the business's own id to
      *> party-member-type / party-member-id and PERFORM
      *> 8120-find-party.  party-found says the record is linked;
      *> party-blocked-elsewhere / party-certified-elsewhere say the
      *> party carries a block some other member earned, which is
      *> the one the job's own master can't know about, and
      *> party-exception-text is ready for excp-reason-text.
      *> PERFORM 8190-close-party-files at the end.
       01  party-file-status           pic x(2).
       01  party-link-status           pic x(2).
       01  party-open-flag             pic x value 'n'.
           88  party-open              value 'y'.
       01  party-member-type           pic x.
       01  party-member-id             pic x(9).
       01  party-found-flag            pic x value 'n'.
           88  party-found             value 'y'.
       01  party-elsewhere-flag        pic x value 'n'.
           88  party-blocked-elsewhere value 'B'.
           88  party-certified-elsewhere value 'F'.
       01  party-flagged-flag          pic x value 'n'.
           88  party-flagged           value 'y'.
       01  party-stamp-date            pic 9(8) value 0.
       01  party-exception-text.
           05  filler                  pic x(6) value 'PARTY '.
           05  pt-party-id-text        pic 9(7).
           05  filler                  pic x(1) value space.
           05  pt-status-text          pic x(8).
           05  filler                  pic x(1) value space.
           05  pt-reason-text          pic x(4).
           05  filler                  pic x(1) value space.
           05  pt-member-text          pic x(10).
