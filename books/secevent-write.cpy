       write-security-event.
      *> Caller sets wlogin (the login tried) and wsecevent-type; the
      *> source address comes from the CGI environment.
           move spaces to wsecevent-source
           accept wsecevent-source from environment "REMOTE_ADDR"
           open extend sec-events
           if fstatus = "35"
               open output sec-events
               close sec-events
               open extend sec-events
           end-if
           move spaces           to reg-sec-events
           move function current-date(1:14) to sev-timestamp
           move wsecevent-type   to sev-type
           move wlogin           to sev-login
           move wsecevent-source to sev-source
           write reg-sec-events
           close sec-events
           move spaces to wsecevent-type.
