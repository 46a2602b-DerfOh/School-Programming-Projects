      *> ERASEFD.CPY
      *> Shared customer-erasure register record layout.  COPY into
      *> FILE SECTION.  The erased id, the day it was erased, the
      *> operator who ran it and the request's reason code.
       fd  erasure-register label records are omitted.
       01  erasure-register-record.
           05  er-customer-id          pic x(6).
           05  filler                  pic x value space.
           05  er-erase-date           pic 9(8).
           05  filler                  pic x value space.
           05  er-operator             pic x(8).
           05  filler                  pic x value space.
           05  er-reason               pic x(4).
