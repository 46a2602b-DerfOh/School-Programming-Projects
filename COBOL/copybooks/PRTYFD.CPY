      *> PRTYFD.CPY
      *> Shared party-master record layouts.  COPY into FILE SECTION
      *> alongside PRTYSEL.CPY.  A party carries the name and
      *> standardized address it was matched on, and the one block
      *> that stands against it everywhere: 'B' do not serve
      *> (rolled up from a blocked member's own master) or 'F'
      *> certified funds only, with the reason code and the member
      *> whose block it is.  The record fits the master-file
      *> journal's 120-byte images whole.  A link row names the
      *> business record, the party it belongs to, the name the
      *> record carried when it was linked, the match score, and
      *> who linked it ('AUTO' or the approving operator).
       fd  party-master label records are standard.
       01  party-master-record.
           05  pa-party-id             pic 9(7).
           05  pa-party-name           pic x(20).
           05  pa-addr-line            pic x(25).
           05  pa-city                 pic x(15).
           05  pa-state                pic x(2).
           05  pa-zip                  pic x(5).
           05  pa-block-status         pic x.
               88  pa-blocked          value 'B'.
               88  pa-certified-only   value 'F'.
               88  pa-clear            value space.
           05  pa-block-reason         pic x(4).
           05  pa-block-member.
               10  pa-block-type       pic x.
               10  pa-block-id         pic x(9).
           05  pa-block-date           pic 9(8).
           05  pa-created-date         pic 9(8).

       fd  party-link label records are standard.
       01  party-link-record.
           05  pl-member-key.
               10  pl-member-type      pic x.
                   88  pl-customer     value 'C'.
                   88  pl-tenant       value 'T'.
                   88  pl-claimant     value 'L'.
                   88  pl-company      value 'S'.
               10  pl-member-id        pic x(9).
           05  pl-party-id             pic 9(7).
           05  pl-member-name          pic x(20).
           05  pl-score                pic 9(3).
           05  pl-linked-date          pic 9(8).
           05  pl-linked-by            pic x(8).
