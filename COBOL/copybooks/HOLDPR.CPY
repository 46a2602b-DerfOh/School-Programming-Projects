      *> HOLDPR.CPY
      *> Shared legal-hold paragraphs.  See HOLDWS.CPY for the
      *> calling protocol.  A hold is in force from its start date
      *> through the day before its release date; an open hold
      *> (release date zero) runs on forever.  A key's real length
      *> is the position of its last non-space character, so a
      *> short key is not padded out to twenty bytes of blanks
      *> before it is looked for.
       8560-load-holds.
           accept hold-as-of-date from date yyyymmdd.
           open input legal-hold-file.
           if hold-file-status = '00'
               read legal-hold-file
                   at end move 'n' to more-hold-recs
               end-read
               perform 8565-load-one-hold
                   until more-hold-recs = 'n'
           end-if.
           close legal-hold-file.
           move 'y' to more-hold-recs.

       8565-load-one-hold.
           if hold-count >= 200
               display 'LEGAL HOLD TABLE FULL, CANNOT CONTINUE'
               stop run
           end-if.
           add 1 to hold-count.
           move lh-hold-id to hlt-hold-id (hold-count).
           move lh-key-type to hlt-key-type (hold-count).
           move lh-key-value to hlt-key-value (hold-count).
           move lh-matter-name to hlt-matter-name (hold-count).
           move lh-start-date to hlt-start-date (hold-count).
           move lh-release-date to hlt-release-date (hold-count).
           move lh-changed-by to hlt-changed-by (hold-count).
           move lh-changed-date to hlt-changed-date (hold-count).
           move hold-count to hold-idx.
           perform 8567-set-hold-state.
           read legal-hold-file
               at end move 'n' to more-hold-recs
           end-read.

      *> a caller that changes a table row PERFORMs this with
      *> hold-idx on the row to bring its length and state up to
      *> date
       8567-set-hold-state.
           move 0 to hlt-key-length (hold-idx).
           perform 8568-find-key-length
               varying hold-key-pos from 20 by -1
               until hold-key-pos < 1
                  or hlt-key-length (hold-idx) > 0.
           if hlt-start-date (hold-idx) not > hold-as-of-date
               and hlt-key-length (hold-idx) > 0
               and (hlt-release-date (hold-idx) = 0
                 or hlt-release-date (hold-idx) > hold-as-of-date)
               move 'y' to hlt-active-flag (hold-idx)
           else
               move 'n' to hlt-active-flag (hold-idx)
           end-if.

       8568-find-key-length.
           if hlt-key-value (hold-idx) (hold-key-pos : 1) not = space
               move hold-key-pos to hlt-key-length (hold-idx)
           end-if.

       8570-check-held-text.
           move 'n' to hold-found-flag.
           perform 8575-check-text-for-one
               varying hold-idx from 1 by 1
               until hold-idx > hold-count or hold-found.

       8575-check-text-for-one.
           if hlt-active (hold-idx)
               move 0 to hold-tally
               inspect hold-text tallying hold-tally
                   for all hlt-key-value (hold-idx)
                       (1 : hlt-key-length (hold-idx))
               if hold-tally > 0
                   move 'y' to hold-found-flag
                   move hold-idx to hold-match-idx
               end-if
           end-if.

       8580-check-hold-range.
           move 'n' to hold-found-flag.
           perform 8585-check-range-for-one
               varying hold-idx from 1 by 1
               until hold-idx > hold-count or hold-found.

       8585-check-range-for-one.
           if hlt-active (hold-idx)
               if hlt-release-date (hold-idx) = 0
                   move 99999999 to hold-end-date
               else
                   move hlt-release-date (hold-idx) to hold-end-date
               end-if
               if hold-range-from < hold-end-date
                   and hold-range-to not < hlt-start-date (hold-idx)
                   move 'y' to hold-found-flag
                   move hold-idx to hold-match-idx
               end-if
           end-if.
