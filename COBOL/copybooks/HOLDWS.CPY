      *> HOLDWS.CPY
      *> Shared legal-hold working-storage.  COPY into
      *> WORKING-STORAGE SECTION alongside HOLDPR.CPY.  Protocol:
      *> PERFORM 8560-load-holds once at start-up; it marks each
      *> hold in force as of today.  To ask whether a record is held,
      *> move it to hold-text, PERFORM 8570-check-held-text and
      *> test hold-found (hold-match-idx names the hold).  To ask
      *> whether a period is held -- a backup generation's life,
      *> say -- move its first and last dates to hold-range-from and
      *> hold-range-to, PERFORM 8580-check-hold-range and test
      *> hold-found.  A released hold protects nothing.
       01  hold-file-status            pic x(2).
       01  hold-table.
           05  hold-entry occurs 200 times.
               10  hlt-hold-id         pic x(8).
               10  hlt-key-type        pic x.
               10  hlt-key-value       pic x(20).
               10  hlt-key-length      pic 99.
               10  hlt-matter-name     pic x(30).
               10  hlt-start-date      pic 9(8).
               10  hlt-release-date    pic 9(8).
               10  hlt-changed-by      pic x(8).
               10  hlt-changed-date    pic 9(8).
               10  hlt-active-flag     pic x.
                   88  hlt-active      value 'y'.
       01  hold-count                  pic 9(3) value 0.
       01  hold-idx                    pic 9(3) value 0.
       01  hold-match-idx              pic 9(3) value 0.
       01  more-hold-recs              pic x value 'y'.
       01  hold-as-of-date             pic 9(8) value 0.
       01  hold-found-flag             pic x value 'n'.
           88  hold-found              value 'y'.
       01  hold-tally                  pic 9(4) value 0.
       01  hold-key-pos                pic 99 value 0.
       01  hold-text                   pic x(200).
       01  hold-range-from             pic 9(8) value 0.
       01  hold-range-to               pic 9(8) value 0.
       01  hold-end-date               pic 9(8) value 0.
