      *> PARMSEL.CPY
      *> Shared shop-parameter master assignment.  COPY into
      *> FILE-CONTROL of every job that reads a business threshold.
      *> PARMMAST: one row per program, parameter name and
      *> effective date, kept by parmmaint.cbl.  Optional: with no
      *> master on disk every job runs on its compiled-in values.
           select optional parameter-master assign to "PARMMAST"
                  organization is indexed
                  access mode is dynamic
                  record key is pm-key
                  file status is parm-file-status.
