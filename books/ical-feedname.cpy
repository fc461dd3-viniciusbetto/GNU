       compute-ical-feedname.
      *> Caller moves the member's login to wical-text; wical-feed
      *> comes back as the name of their calendar feed file. The
      *> name is a salted digest of the login (salt CAL_SECRET), so
      *> one member's feed cannot be found by guessing another's.
           move spaces to wical-salt
           accept wical-salt from environment "CAL_SECRET"
           if wical-salt = spaces
               move "ICAL" to wical-salt
           end-if
           call "hashpwd" using wical-salt wical-text whash
           move spaces to wical-feed
           string "ical-m-" delimited by size
                  whash(1:18) delimited by size
                  ".ics" delimited by size
               into wical-feed
           end-string.
