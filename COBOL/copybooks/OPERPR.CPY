               to opt-auth-replay (operator-count).
           move opm-auth-merge
               to opt-auth-merge (operator-count).
           move opm-examiner
               to opt-examiner (operator-count).
           move opm-available
               to opt-available (operator-count).
           move opm-auth-param
               to opt-auth-param (operator-count).
           move opm-auth-sanction
               to opt-auth-sanction (operator-count).
           move opm-auth-erase
               to opt-auth-erase (operator-count).
           move opm-auth-hold
               to opt-auth-hold (operator-count).
           move opm-auth-reprint
               to opt-auth-reprint (operator-count).
           move opm-auth-party
               to opt-auth-party (operator-count).
           read operator-master
               at end move 'n' to more-operator-recs
           end-read.
                       if opt-auth-merge (opt-match-idx) = 'Y'
                           move 'y' to oper-authorized-flag
                       end-if
                   when 'PARAM   '
                       if opt-auth-param (opt-match-idx) = 'Y'
                           move 'y' to oper-authorized-flag
                       end-if
                   when 'SANCTION'
                       if opt-auth-sanction (opt-match-idx) = 'Y'
                           move 'y' to oper-authorized-flag
                       end-if
                   when 'ERASE   '
                       if opt-auth-erase (opt-match-idx) = 'Y'
                           move 'y' to oper-authorized-flag
                       end-if
                   when 'HOLD    '
                       if opt-auth-hold (opt-match-idx) = 'Y'
                           move 'y' to oper-authorized-flag
                       end-if
                   when 'REPRINT '
                       if opt-auth-reprint (opt-match-idx) = 'Y'
                           move 'y' to oper-authorized-flag
                       end-if
                   when 'PARTY   '
                       if opt-auth-party (opt-match-idx) = 'Y'
                           move 'y' to oper-authorized-flag
                       end-if
               end-evaluate
           end-if.

