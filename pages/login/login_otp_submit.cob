           copy "sessions.sel".
           copy "otp.sel".
           copy "errlog.sel".
           copy "secevents.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "otp.cpy".
       copy "errlog.cpy".
       copy "secevents.cpy".
       working-storage section.
       copy "wk-general.cpy".
       copy "lnk-general.cpy".
               move wotpentered to wotpcheck
           end-if
           if wotpcheck not = otp-code
               move "OTP-FAIL" to wsecevent-type
               perform write-security-event
               move "INCORRECT CODE !!" to wmsgweb
               go stopprogram
           end-if
           stop run.
       copy "session-create.cpy".
       copy "errorlog-write.cpy".
       copy "secevent-write.cpy".
       copy "pcd-general.cpy".
