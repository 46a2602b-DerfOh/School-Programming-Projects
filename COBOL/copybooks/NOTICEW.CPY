      *> NOTICEW.CPY
      *> Shared customer-letter working-storage, grown out of the
      *> crnotices.cbl mailing label.  COPY into WORKING-STORAGE
      *> SECTION alongside NOTICEP.CPY, NAMESPLW.CPY and ADDRSTDW.CPY.
      *> Move the customer-id into cm-customer-id and PERFORM
      *> 8500-build-notice-label; customer-found says whether a
      *> letter can go out, and 8510-print-notice-label starts a new
      *> page with the three-line label on it.
       01  customer-found-flag         pic x value 'n'.
           88  customer-found          value 'y'.
       01  label-name-line             pic x(40) value spaces.
       01  label-addr-line             pic x(25) value spaces.
       01  label-city-line             pic x(25) value spaces.
       01  label-rule-out.
           05  filler                  pic x(38) value all '='.
       01  label-line-out.
           05  filler                  pic x(3) value spaces.
           05  label-text-out          pic x(40).
