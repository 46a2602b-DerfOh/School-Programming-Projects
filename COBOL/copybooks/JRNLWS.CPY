       01  mj-file-status              pic x(2).
       01  mj-this-file                pic x(8).
       01  mj-action-code              pic x.
      *> 120 bytes holds the widest journaled master (CUSTMAST is
      *> 117 now) with room to grow, and matches the backup width
       01  mj-before-image             pic x(120).
       01  mj-after-image              pic x(120).
       01  mj-stamp-date               pic 9(8).
       01  mj-stamp-time-raw.
           05  mj-stamp-time           pic 9(6).
