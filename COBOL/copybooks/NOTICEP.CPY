      *> NOTICEP.CPY
      *> Shared customer-letter label paragraphs.  See NOTICEW.CPY
      *> for the calling protocol.  The calling program carries the
      *> CUSTMAST record under its usual cm- names, open for random
      *> reads, and the shared exception log.  COPY ... REPLACING
      *> ==NOTICE-RECORD== BY <letter-print-record-name>.
      *> The label carries the normalized name over the
      *> standardized address; a customer with no master record
      *> gets no letter, only an exception.
       8500-build-notice-label.
           read customer-master
               invalid key
                   move 'n' to customer-found-flag
                   move 'NOCM' to excp-reason-code
                   move 'notice customer not on master'
                       to excp-reason-text
                   move cm-customer-id to excp-record-image
                   perform 9000-log-exception
               not invalid key
                   move 'y' to customer-found-flag
                   move cm-customer-name to namespl-full-name
                   perform 9500-normalize-name
                   move spaces to label-name-line
                   string namespl-first-name delimited by '  '
                          ' '                delimited by size
                          namespl-last-name  delimited by '  '
                          into label-name-line
                   move cm-addr-line to addrstd-addr-line
                   move cm-city to addrstd-city
                   move cm-state to addrstd-state
                   move cm-zip to addrstd-zip
                   perform 9550-standardize-address
                   move addrstd-addr-line to label-addr-line
                   move spaces to label-city-line
                   string addrstd-city delimited by '  '
                          ', '         delimited by size
                          addrstd-state delimited by size
                          ' '          delimited by size
                          addrstd-zip  delimited by size
                          into label-city-line
           end-read.

       8510-print-notice-label.
           write NOTICE-RECORD from label-rule-out
               after advancing page.
           move label-name-line to label-text-out.
           write NOTICE-RECORD from label-line-out
               after advancing 1 line.
           move label-addr-line to label-text-out.
           write NOTICE-RECORD from label-line-out
               after advancing 1 line.
           move label-city-line to label-text-out.
           write NOTICE-RECORD from label-line-out
               after advancing 1 line.
