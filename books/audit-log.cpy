               open extend audit-log
           end-if
           move function current-date(1:14) to wnow
           move spaces         to reg-audit
           move wnow           to audit-timestamp
           move wlogin         to audit-login
           move waudit-op      to audit-operation
           move waudit-new-name  to audit-new-name
           move waudit-old-phone to audit-old-phone
           move waudit-new-phone to audit-new-phone
      *> Link the line into the hash chain just before it goes out.
           move "N" to wachain-mode
           call "auditchain" using wachain-mode reg-audit
               wachain-state
           write reg-audit
           close audit-log
           move spaces to waudit-old-name waudit-new-name
