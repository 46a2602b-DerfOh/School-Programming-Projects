      *> APAGEWS.CPY
      *> Shared open-payables aging working-storage.  COPY into
      *> WORKING-STORAGE SECTION alongside APAGEPR.CPY.  Protocol:
      *> for each open invoice move the vendor id to apag-vendor-in,
      *> the due date to apag-due-date, the open amount to
      *> apag-amount and 'y' to apag-held-in when the vendor's
      *> payments are being held, then PERFORM 9400-age-one-payable;
      *> PERFORM 9450-print-payables-aging once at the end.  Ages are
      *> days past due, 30/360, as of the banner run date.
       01  apag-vendor-table.
           05  apag-vendor-entry occurs 200 times.
               10  apag-vendor-id          pic x(5).
               10  apag-held-flag          pic x.
               10  apag-buckets.
                   15  apag-bucket occurs 5 times pic 9(9)v99.
               10  apag-vendor-total       pic 9(9)v99.
       01  apag-vendor-count               pic 999 value 0.
       01  apag-idx                        pic 999 value 0.
       01  apag-match-idx                  pic 999 value 0.
       01  apag-found-flag                 pic x value 'n'.
           88  apag-found                  value 'y'.
       01  apag-bkt-idx                    pic 9 value 0.
       01  apag-total-table.
           05  apag-total occurs 5 times   pic 9(9)v99.
       01  apag-grand-total                pic 9(9)v99 value 0.
       01  apag-vendor-in                  pic x(5) value spaces.
       01  apag-held-in                    pic x value 'n'.
       01  apag-amount                     pic 9(9)v99 value 0.
       01  apag-due-date.
           05  apag-due-yyyy               pic 9(4).
           05  apag-due-mm                 pic 9(2).
           05  apag-due-dd                 pic 9(2).
       01  apag-days-past-due              pic s9(5) value 0.

       01  apag-title-out.
           05  filler pic x(27) value spaces.
           05  filler pic x(22) value 'Open Payables Aging'.

       01  apag-header-out.
           05  filler pic x(1)  value spaces.
           05  filler pic x(8)  value 'Vendor'.
           05  filler pic x(11) value '    Current'.
           05  filler pic x(11) value '       1-30'.
           05  filler pic x(11) value '      31-60'.
           05  filler pic x(11) value '      61-90'.
           05  filler pic x(11) value '    Over 90'.
           05  filler pic x(11) value '      Total'.

       01  apag-detail-out.
           05  filler                  pic x(1) value spaces.
           05  apag-vendor-out         pic x(5).
           05  filler                  pic x(1) value spaces.
           05  apag-held-out           pic x(1).
           05  apag-bucket-out-group.
               10  apag-bucket-line occurs 5 times.
                   15  filler          pic x(1).
                   15  apag-bucket-out pic zzz,zz9.99.
           05  filler                  pic x(1) value spaces.
           05  apag-total-out          pic zzz,zz9.99.

       01  apag-grand-out.
           05  filler                  pic x(1) value spaces.
           05  filler                  pic x(7) value 'Totals '.
           05  apag-grand-bucket-group.
               10  apag-grand-line occurs 5 times.
                   15  filler          pic x(1).
                   15  apag-grand-bucket-out pic zzz,zz9.99.
           05  filler                  pic x(1) value spaces.
           05  apag-grand-total-out    pic zzz,zz9.99.

       01  apag-legend-out.
           05  filler pic x(1) value spaces.
           05  filler pic x(42) value
               'H = vendor held from payment (inactive or'.
           05  filler pic x(20) value ' insurance lapsed)'.
