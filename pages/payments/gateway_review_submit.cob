       identification division.
       program-id. gateway_review_submit.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "gwtxn.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "gwtxn.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wlogin            pic x(60) value spaces.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wtxn-in        pic x(40).
           02 wnote-in       pic x(40).
           02 filler         pic x(5888).
       copy "lnk-general.cpy".
       procedure division.
      *> Clears one online payment from the review list, keeping the
      *> action taken as its reason. Staff only, audited against the
      *> member the payment was for.
           display
              "Content-type: text/html"
               newline
           end-display
           move "gateway_review_submit" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           if wform-toolarge
               move "FORM TOO LARGE !!" to wmsgweb
               perform openprogram
               stop run
           end-if
           move warray(1) to wtoken-in
           move warray(2) to wtxn-in
           move warray(3) to wnote-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-gateway-review
           end-if
           perform authorize-staff-only.
           close members
           if wnote-in = spaces
               move "SAY WHAT WAS DONE BEFORE CLEARING !!" to wmsgweb
               go redir-gateway-review
           end-if
           open i-o gwtxn
           if fstatus not = zeros
               string "ERR OPEN gwtxn: " fstatus
                   delimited by size into wmsgweb
               go redir-gateway-review
           end-if
           move wtxn-in to gwt-txn-id
           read gwtxn invalid key
               close gwtxn
               move "GATEWAY TRANSACTION NOT FOUND !!" to wmsgweb
               go redir-gateway-review
           end-read
           if not gwt-needs-review
               close gwtxn
               move "NOT AWAITING REVIEW !!" to wmsgweb
               go redir-gateway-review
           end-if
           set gwt-review-cleared to true
           move wnote-in to gwt-reason
           move wsessionlogin to gwt-reviewed-by
           move function current-date(1:14) to gwt-reviewed-on
           rewrite reg-gwtxn
           move gwt-login to wlogin
           close gwtxn
           move "GATEWAY-CLEAR" to waudit-op
           perform write-audit
           move "ONLINE PAYMENT CLEARED." to wmsgweb.
       redir-gateway-review.
           move "post"               to wmethod
           move "gateway_review.exe" to wexec
           perform openprogram
           stop run.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
