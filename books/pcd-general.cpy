           string
               function trim(wexec) delimited by size
               "?token="             delimited by size
               function trim(wtoken(1:32)) delimited by size
               into wgetlinkurl
           end-string
           if wredirlogin not = spaces
