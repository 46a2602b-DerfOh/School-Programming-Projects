      *> PERFORM 8800-load-operator-master once at start-up; per
      *> request move the request's operator-id to oper-request-id,
      *> the function name to oper-this-function ('INQUIRY ',
      *> 'ARCHIVE ', 'REPLAY  ', 'MERGE   ', 'PARAM   ', 'SANCTION',
      *> 'ERASE   ', 'HOLD    ', 'REPRINT ' or 'PARTY   '), the
      *> key being worked to oper-request-key and the reason code
      *> (spaces where the function carries none) to
      *> oper-reason-code,
      *> then PERFORM 8850-check-operator-authority and test
      *> oper-authorized.  PERFORM 8860-write-access-audit after
      *> the judgement either way -- the denial is part of the
               10  opt-auth-archive    pic x.
               10  opt-auth-replay     pic x.
               10  opt-auth-merge      pic x.
               10  opt-examiner        pic x.
               10  opt-available       pic x.
               10  opt-auth-param      pic x.
               10  opt-auth-sanction   pic x.
               10  opt-auth-erase      pic x.
               10  opt-auth-hold       pic x.
               10  opt-auth-reprint    pic x.
               10  opt-auth-party      pic x.
       01  operator-count              pic 99 value 0.
       01  opt-idx                     pic 99 value 0.
       01  opt-match-idx               pic 99 value 0.
