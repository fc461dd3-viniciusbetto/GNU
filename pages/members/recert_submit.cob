       identification division.
       program-id. recert_submit.
       environment division.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "recert.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "recert.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wlogin            pic x(60) value spaces.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wkind-in       pic x(01).
           02 witem-in       pic x(60).
           02 filler         pic x(5907).
       copy "lnk-general.cpy".
       procedure division.
      *> Confirms one pending recertification item -- a staff/admin
      *> login keeps its role, an API key stays active -- for the
      *> current cycle. Admin only, never one's own login; audited
      *> as RECERT-CONFIRM.
           display
              "Content-type: text/html"
               newline
           end-display
           move "recert_submit" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           if wform-toolarge
               move "FORM TOO LARGE !!" to wmsgweb
               perform openprogram
               stop run
           end-if
           move warray(1) to wtoken-in
           move warray(2) to wkind-in
           move warray(3) to witem-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-recert
           end-if
           perform authorize-staff-only.
           if not member-admin
               move "ADMIN ONLY !!" to wmsgweb
               close members
               go redir-recert
           end-if
           close members
           if wkind-in not = "L" and wkind-in not = "K"
               move "UNKNOWN ITEM !!" to wmsgweb
               go redir-recert
           end-if
           if wkind-in = "L" and witem-in = wsessionlogin
               move "ANOTHER ADMIN MUST CONFIRM YOUR OWN LOGIN !!"
                   to wmsgweb
               go redir-recert
           end-if
           open i-o recert
           if fstatus not = zeros
               move "RECERTIFICATION FILE UNAVAILABLE !!" to wmsgweb
               go redir-recert
           end-if
           move wkind-in to rct-kind
           move witem-in to rct-id
           read recert invalid key
               move "ITEM NOT FOUND !!" to wmsgweb
               close recert
               go redir-recert
           end-read
           if not rct-pending
               move "ITEM ALREADY SETTLED !!" to wmsgweb
               close recert
               go redir-recert
           end-if
           set rct-confirmed to true
           move wsessionlogin to rct-decided-by
           move function current-date(1:14) to rct-decided
           rewrite reg-recert
           close recert
           if rct-login-item
               move rct-id to wlogin
           else
               move rct-owner to wlogin
               move rct-id(1:32) to waudit-old-name
           end-if
           move "RECERT-CONFIRM" to waudit-op
           perform write-audit
           move "ACCESS CONFIRMED." to wmsgweb.
       redir-recert.
           move "post"       to wmethod
           move "recert.exe" to wexec
           perform openprogram
           stop run.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
