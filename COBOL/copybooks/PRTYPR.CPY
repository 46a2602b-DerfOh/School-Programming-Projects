      *> PRTYPR.CPY
      *> Shared party-lookup paragraphs.  See PRTYWS.CPY for the
      *> calling protocol.  Both files must open for the lookup to
      *> run; a shop without them gets every record back not
      *> linked, which is exactly what it was before the party
      *> master existed.
       8110-open-party-files.
           move 'n' to party-open-flag.
           accept party-stamp-date from date yyyymmdd.
           open input party-link.
           open input party-master.
           perform 8118-judge-party-open.

      *> the one job that writes a party block from outside the
      *> matching job (certified funds) opens for update
       8115-open-party-files-update.
           move 'n' to party-open-flag.
           accept party-stamp-date from date yyyymmdd.
           open i-o party-link.
           open i-o party-master.
           perform 8118-judge-party-open.

       8118-judge-party-open.
           if party-link-status = '00'
               and party-file-status = '00'
               move 'y' to party-open-flag
           else
               close party-link
               close party-master
           end-if.

       8120-find-party.
           move 'n' to party-found-flag.
           move 'n' to party-elsewhere-flag.
           if party-open
               move party-member-type to pl-member-type
               move party-member-id to pl-member-id
               read party-link
                   invalid key
                       continue
                   not invalid key
                       perform 8125-read-linked-party
               end-read
           end-if.

      *> a block the record's own member earned is already on its
      *> own master; only a block from another member is news here
       8125-read-linked-party.
           move pl-party-id to pa-party-id.
           read party-master
               invalid key
                   continue
               not invalid key
                   move 'y' to party-found-flag
                   if pa-block-type not = party-member-type
                       or pa-block-id not = party-member-id
                       if pa-blocked
                           move 'B' to party-elsewhere-flag
                       end-if
                       if pa-certified-only
                           move 'F' to party-elsewhere-flag
                       end-if
                   end-if
                   move pa-party-id to pt-party-id-text
                   move spaces to pt-status-text
                   if pa-blocked
                       move 'BLOCKED ' to pt-status-text
                   end-if
                   if pa-certified-only
                       move 'CERTONLY' to pt-status-text
                   end-if
                   move pa-block-reason to pt-reason-text
                   move pa-block-member to pt-member-text
           end-read.

      *> certified funds only never overrides a do-not-serve block,
      *> and a party already flagged keeps its first flagging
       8130-flag-party-certified.
           move 'n' to party-flagged-flag.
           if party-found and pa-clear
               move 'F' to pa-block-status
               move 'CERT' to pa-block-reason
               move party-member-type to pa-block-type
               move party-member-id to pa-block-id
               move party-stamp-date to pa-block-date
               rewrite party-master-record
                   invalid key
                       continue
                   not invalid key
                       move 'y' to party-flagged-flag
               end-rewrite
           end-if.

       8190-close-party-files.
           if party-open
               close party-link
               close party-master
               move 'n' to party-open-flag
           end-if.
