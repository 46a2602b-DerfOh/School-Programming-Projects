      *> PRTYSEL.CPY
      *> Shared party-master assignments.  COPY into FILE-CONTROL.
      *> PARTYMST: one row per person or company the shop deals
      *> with, in whichever businesses, keyed on the party id
      *> partymatch.cbl assigns.  PARTYLNK: one row per business
      *> record linked to a party -- the member type ('C' rental
      *> customer, 'T' tenant unit, 'L' reward claimant, 'S'
      *> shipping company) and the business's own id -- so any job
      *> finds the party behind its own record in one read.
      *> Optional: a shop that has never run the matching job has
      *> neither file, and every lookup comes back not linked.
           select optional party-master assign to "PARTYMST"
                  organization is indexed
                  access mode is dynamic
                  record key is pa-party-id
                  file status is party-file-status.
           select optional party-link assign to "PARTYLNK"
                  organization is indexed
                  access mode is dynamic
                  record key is pl-member-key
                  file status is party-link-status.
