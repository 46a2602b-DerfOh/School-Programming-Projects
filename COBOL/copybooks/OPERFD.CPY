      *> COPY into FILE SECTION.  The four authority columns are
      *> 'Y' or space: inquiries (shopinq), archive searches
      *> (archinq), master replays (jrnlreplay), customer merges
      *> (custmerge).  The last two say whether the operator is a
      *> claims examiner and whether the examiner is taking new
      *> claims (irsassign), 'Y' or space the same way.  The
      *> next column is shop-parameter change authority (parmmaint),
      *> then sanctions-screening decision authority (sancscrn),
      *> customer-erasure authority (custerase), legal-hold
      *> authority (holdmaint), report-reprint authority
      *> (rptreprint) and last party-link decision authority
      *> (partymatch), 'Y' or space, appended so older OPERMAST
      *> rows read as none.
       fd  operator-master label records are omitted.
       01  operator-master-record.
           05  opm-operator-id         pic x(8).
           05  opm-auth-archive        pic x.
           05  opm-auth-replay         pic x.
           05  opm-auth-merge          pic x.
           05  opm-examiner            pic x.
           05  opm-available           pic x.
           05  opm-auth-param          pic x.
           05  opm-auth-sanction       pic x.
           05  opm-auth-erase          pic x.
           05  opm-auth-hold           pic x.
           05  opm-auth-reprint        pic x.
           05  opm-auth-party          pic x.

       fd  access-audit-file label records are omitted.
       01  access-audit-record.
