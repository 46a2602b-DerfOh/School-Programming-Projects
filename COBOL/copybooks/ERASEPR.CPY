      *> ERASEPR.CPY
      *> Shared customer-erasure paragraphs.  See ERASEWS.CPY for
      *> the calling protocol.  Masking keeps the id, the account
      *> and the block -- what the books and the counter need --
      *> and only overwrites what identifies the person, so an
      *> image masked twice reads the same as one masked once.
       8520-load-erasures.
           open input erasure-register.
           if erase-file-status = '00'
               read erasure-register
                   at end move 'n' to more-erase-recs
               end-read
               perform 8525-load-one-erasure
                   until more-erase-recs = 'n'
           end-if.
           close erasure-register.
           move 'y' to more-erase-recs.

       8525-load-one-erasure.
           if erase-count >= 1000
               display 'ERASURE TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to erase-count.
           move er-customer-id to ert-customer-id (erase-count).
           move er-erase-date to ert-erase-date (erase-count).
           read erasure-register
               at end move 'n' to more-erase-recs
           end-read.

       8530-check-erased.
           move 'n' to erase-found-flag.
           perform 8535-scan-one-erasure
               varying erase-idx from 1 by 1
               until erase-idx > erase-count or erase-found.

       8535-scan-one-erasure.
           if ert-customer-id (erase-idx) = erase-check-id
               move 'y' to erase-found-flag
           end-if.

       8540-mask-customer-image.
           move erase-tombstone to ei-customer-name.
           move erase-tombstone to ei-addr-line.
           move erase-tombstone to ei-city.
           move spaces to ei-state.
           move spaces to ei-zip.
           move erase-tombstone to ei-license-no.
           move spaces to ei-license-state.
           move 0 to ei-license-expiry.
           move 0 to ei-birth-date.

       8550-scan-erased-text.
           move 'n' to erase-found-flag.
           perform 8555-scan-text-for-one
               varying erase-idx from 1 by 1
               until erase-idx > erase-count or erase-found.

       8555-scan-text-for-one.
           move 0 to erase-tally.
           inspect erase-text tallying erase-tally
               for all ert-customer-id (erase-idx).
           if erase-tally > 0
               move 'y' to erase-found-flag
               move ert-customer-id (erase-idx) to erase-check-id
           end-if.
