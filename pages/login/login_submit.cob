           copy "otp.sel".
           copy "counters.sel".
           copy "errlog.sel".
           copy "secevents.sel".
       data division.
       file section.
      *>copy "keyboard.cpy".
       copy "otp.cpy".
       copy "counters.cpy".
       copy "errlog.cpy".
       copy "secevents.cpy".
       working-storage section.
       copy "wk-general.cpy".
       copy "lnk-general.cpy".
           end-if
           move wlogin to login
           read members invalid key
               move "LOGIN-FAIL" to wsecevent-type
               perform write-security-event
               move "MEMNOTFND" to wmsgid
               perform resolve-message
               close members
               rewrite reg-members
               if failed-attempts >= wmax-failed-attempts
                   move "ACCTLOCKED" to wmsgid
                   move "LOCKOUT" to wsecevent-type
               else
                   move "MEMNOTFND" to wmsgid
                   move "LOGIN-FAIL" to wsecevent-type
               end-if
               perform write-security-event
               perform resolve-message
               close members
               go stopprogram
       copy "errorlog-write.cpy".
       copy "msgcatalog.cpy".
       copy "open-retry.cpy".
       copy "secevent-write.cpy".
       copy "pcd-general.cpy".
           
           
