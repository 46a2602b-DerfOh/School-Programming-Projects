      *> PARMFD.CPY
      *> Shared shop-parameter master record layout.  COPY into
      *> FILE SECTION.  The key is the owning program (the job that
      *> the threshold belongs to, upper case), the parameter name
      *> and the date the value takes effect; a later-dated row
      *> supersedes an earlier one from its effective date on.
      *> Values carry four decimals so a percentage (.1000) and a
      *> money amount (500.0000) share the one column.
       fd  parameter-master label records are standard.
       01  parameter-master-record.
           05  pm-key.
               10  pm-program          pic x(10).
               10  pm-name             pic x(20).
               10  pm-effective-date   pic 9(8).
           05  pm-value                pic 9(11)v9(4).
           05  pm-changed-by           pic x(8).
           05  pm-changed-date         pic 9(8).
