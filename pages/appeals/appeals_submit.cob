       identification division.
       program-id. appeals_submit.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "appeals.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "appeals.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wlogin            pic x(60) value spaces.
       01  wexists           pic x(01) value "N".
       01  wtarget-n         pic 9(09) value zeros.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wcode-in       pic x(08).
           02 wname-in       pic x(40).
           02 wtarget-in     pic x(09).
           02 wstart-in      pic x(08).
           02 wend-in        pic x(08).
           02 wstatus-in     pic x(01).
           02 filler         pic x(5894).
       copy "lnk-general.cpy".
       procedure division.
      *> Writes one fundraising appeal. Staff only, audited.
           display
              "Content-type: text/html"
               newline
           end-display
           move "appeals_submit" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           if wform-toolarge
               move "FORM TOO LARGE !!" to wmsgweb
               perform openprogram
               stop run
           end-if
           move warray(1) to wtoken-in
           move warray(2) to wcode-in
           move warray(3) to wname-in
           move warray(4) to wtarget-in
           move warray(5) to wstart-in
           move warray(6) to wend-in
           move warray(7) to wstatus-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-appeals
           end-if
           perform authorize-staff-only.
           close members
           if wcode-in = spaces
               move "APPEAL CODE IS REQUIRED !!" to wmsgweb
               go redir-appeals
           end-if
           if wname-in = spaces
               move "APPEAL NAME IS REQUIRED !!" to wmsgweb
               go redir-appeals
           end-if
           if wtarget-in = spaces
                   or function test-numval(wtarget-in) not = 0
               move "INVALID APPEAL TARGET !!" to wmsgweb
               go redir-appeals
           end-if
           move function numval(wtarget-in) to wtarget-n
           if wtarget-n = zeros
               move "INVALID APPEAL TARGET !!" to wmsgweb
               go redir-appeals
           end-if
           if wstart-in not numeric or wend-in not numeric
                   or wend-in < wstart-in
               move "INVALID APPEAL DATES !!" to wmsgweb
               go redir-appeals
           end-if
           if wstatus-in not = "A" and wstatus-in not = "X"
               move "STATUS MUST BE A OR X !!" to wmsgweb
               go redir-appeals
           end-if
           open i-o appeals
           if fstatus = "35"
               open output appeals
               close appeals
               open i-o appeals
           end-if
           move "N" to wexists
           move wcode-in to apl-code
           read appeals invalid key
               continue
           not invalid key
               move "Y" to wexists
           end-read
           move wcode-in   to apl-code
           move wname-in   to apl-name
           move wtarget-n  to apl-target
           move wstart-in  to apl-start
           move wend-in    to apl-end
           move wstatus-in to apl-status
           move function current-date(1:14) to apl-changed
           move wsessionlogin to apl-changed-by
           if wexists = "Y"
               rewrite reg-appeals
           else
               write reg-appeals
           end-if
           close appeals
           move wsessionlogin to wlogin
           move "APPEAL-SET" to waudit-op
           perform write-audit
           move "APPEAL SAVED." to wmsgweb.
       redir-appeals.
           move "post"        to wmethod
           move "appeals.exe" to wexec
           perform openprogram
           stop run.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
