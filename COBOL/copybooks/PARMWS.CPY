      *> PARMWS.CPY
      *> Shared shop-parameter working-storage.  COPY into
      *> WORKING-STORAGE SECTION alongside PARMPR.CPY.  Protocol:
      *> PERFORM 8600-open-parameters once at start-up; for each
      *> threshold move the owning program to parm-lookup-program,
      *> the parameter name to parm-lookup-name and the job's
      *> compiled-in value to parm-value, PERFORM 8610-get-parameter,
      *> and move parm-value back to the job's own field -- it comes
      *> back unchanged when PARMMAST has no row in effect.  PERFORM
      *> 8690-close-parameters when the last one is read, and
      *> PERFORM 8650-print-parameters straight after the banner
      *> page so every run shows the values it ran under.
       01  parm-file-status            pic x(2).
       01  parm-open-flag              pic x value 'n'.
           88  parm-open               value 'y'.
       01  parm-scan-flag              pic x value 'n'.
           88  parm-scan-done          value 'y'.
       01  parm-as-of-date             pic 9(8) value 0.
       01  parm-lookup-program         pic x(10).
       01  parm-lookup-name            pic x(20).
       01  parm-value                  pic 9(11)v9(4) value 0.
       01  parm-effective-date         pic 9(8) value 0.
      *> every value looked up this run, for the banner page
       01  parm-in-force-table.
           05  parm-in-force occurs 20 times.
               10  pf-name             pic x(20).
               10  pf-value            pic 9(11)v9(4).
               10  pf-effective-date   pic 9(8).
       01  parm-in-force-count         pic 99 value 0.
       01  pf-idx                      pic 99 value 0.
       01  parm-banner-line.
           05  filler                  pic x(1)  value spaces.
           05  filler                  pic x(10) value 'Parameter:'.
           05  filler                  pic x(1)  value spaces.
           05  pb-name-out             pic x(20).
           05  filler                  pic x(1)  value spaces.
           05  pb-value-out            pic zzz,zzz,zz9.9999.
           05  filler                  pic x(2)  value spaces.
           05  pb-source-out           pic x(17).
       01  parm-effective-out.
           05  filler                  pic x(7)  value 'As Of  '.
           05  pe-date-out             pic 9999/99/99.
