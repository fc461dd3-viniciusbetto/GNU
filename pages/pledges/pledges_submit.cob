           copy "sessions.sel".
           copy "pledges.sel".
           copy "counters.sel".
           copy "appeals.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       copy "sessions.cpy".
       copy "pledges.cpy".
       copy "counters.cpy".
       copy "appeals.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
           02 wstart-in      pic x(08).
           02 wend-in        pic x(08).
           02 wseq-in        pic x(09).
           02 wappeal-in     pic x(08).
           02 filler         pic x(5865).
       copy "lnk-general.cpy".
       procedure division.
      *> Records or closes a donation pledge, optionally made to a
      *> fundraising appeal. Staff only, audited.
           display
              "Content-type: text/html"
               newline
           move warray(5) to wstart-in
           move warray(6) to wend-in
           move warray(7) to wseq-in
           move warray(8) to wappeal-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
               move "INVALID PLEDGE DATES !!" to wmsgweb
               go redir-pledges
           end-if
           move wappeal-in to wapl-code
           perform check-appeal
           if wmsgweb not = spaces
               go redir-pledges
           end-if
           open i-o pledges
           if fstatus = "35"
               open output pledges
           move wfreq-in   to plg-freq
           move wstart-in  to plg-start
           move wend-in    to plg-end
           move wapl-code  to plg-appeal
           move spaces     to plg-last-posted
           set plg-active to true
           write reg-pledges
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "counter-next.cpy".
           copy "appeal-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
