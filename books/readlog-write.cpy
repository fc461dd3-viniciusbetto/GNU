       write-read-log.
      *> Caller sets wlogin (the member whose record is on screen),
      *> wreadscreen and wsessionlogin. A member looking at their own
      *> record is not recorded.
           if wsessionlogin = wlogin or wsessionlogin = spaces
               exit paragraph
           end-if
           open extend read-log
           if fstatus = "35"
               open output read-log
               close read-log
               open extend read-log
           end-if
           move spaces         to reg-read-log
           move function current-date(1:14) to rdl-timestamp
           move wsessionlogin  to rdl-viewer
           move wlogin         to rdl-member
           move wreadscreen    to rdl-screen
           write reg-read-log
           close read-log.
