      *> ERASEWS.CPY
      *> Shared customer-erasure working-storage.  COPY into
      *> WORKING-STORAGE SECTION alongside ERASEPR.CPY.  Protocol:
      *> PERFORM 8520-load-erasures once at start-up.  To ask
      *> whether a customer was erased, move the id to
      *> erase-check-id, PERFORM 8530-check-erased and test
      *> erase-found.  To tombstone a CUSTMAST-layout image (a
      *> journal or backup image), move it to erase-image, PERFORM
      *> 8540-mask-customer-image and move erase-image back.  To
      *> ask whether free text (an archived line) names any erased
      *> customer, move it to erase-text, PERFORM
      *> 8550-scan-erased-text and test erase-found; the id found
      *> comes back in erase-check-id.
       01  erase-file-status           pic x(2).
       01  erase-table.
           05  erase-entry occurs 1000 times.
               10  ert-customer-id     pic x(6).
               10  ert-erase-date      pic 9(8).
       01  erase-count                 pic 9(4) value 0.
       01  erase-idx                   pic 9(4) value 0.
       01  more-erase-recs             pic x value 'y'.
       01  erase-found-flag            pic x value 'n'.
           88  erase-found             value 'y'.
       01  erase-check-id              pic x(6).
       01  erase-tally                 pic 9(4) value 0.
       01  erase-text                  pic x(200).
      *> what an erased name, address line, city and license number
      *> read as from the day they are erased
       01  erase-tombstone             pic x(20) value 'ERASED'.
      *> the CUSTMAST layout, 117 bytes in a journal-width image
       01  erase-image                 pic x(120).
       01  erase-image-view redefines erase-image.
           05  ei-customer-id          pic x(6).
           05  ei-customer-name        pic x(20).
           05  ei-account-id           pic x(6).
           05  ei-addr-line            pic x(25).
           05  ei-city                 pic x(15).
           05  ei-state                pic x(2).
           05  ei-zip                  pic x(5).
           05  ei-block-status         pic x.
           05  ei-block-reason         pic x(4).
           05  ei-license-no           pic x(15).
           05  ei-license-state        pic x(2).
           05  ei-license-expiry       pic 9(8).
           05  ei-birth-date           pic 9(8).
           05  filler                  pic x(3).
