       identification division.
       program-id. suppliers_submit.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "suppliers.sel".
           copy "counters.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "suppliers.cpy".
       copy "counters.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wlogin            pic x(60) value spaces.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wname-in       pic x(60).
           02 wcontact-in    pic x(60).
           02 wemail-in      pic x(120).
           02 wphone-in      pic x(30).
           02 wbank-in       pic x(34).
           02 wterms-in      pic x(03).
           02 wcat-in        pic x(20).
           02 filler         pic x(5641).
       copy "lnk-general.cpy".
       procedure division.
      *> Registers one supplier. Terms default to 30 days when left
      *> blank. Staff only, audited.
           display
              "Content-type: text/html"
               newline
           end-display
           move "suppliers_submit" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           if wform-toolarge
               move "FORM TOO LARGE !!" to wmsgweb
               perform openprogram
               stop run
           end-if
           move warray(1) to wtoken-in
           move warray(2) to wname-in
           move warray(3) to wcontact-in
           move warray(4) to wemail-in
           move warray(5) to wphone-in
           move warray(6) to wbank-in
           move warray(7) to wterms-in
           move warray(8) to wcat-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-suppliers
           end-if
           perform authorize-staff-only.
           close members
           if wname-in = spaces
               move "SUPPLIER NAME IS REQUIRED !!" to wmsgweb
               go redir-suppliers
           end-if
           if wterms-in = spaces
               move "030" to wterms-in
           end-if
           if wterms-in not numeric
               move "INVALID PAYMENT TERMS !!" to wmsgweb
               go redir-suppliers
           end-if
           open i-o suppliers
           if fstatus = "35"
               open output suppliers
               close suppliers
               open i-o suppliers
           end-if
           move "SUPPLIER-ID" to wcountername
           perform next-counter
           initialize reg-suppliers
           move wcountervalue to sup-id
           move wname-in    to sup-name
           move wcontact-in to sup-contact
           move wemail-in   to sup-email
           move wphone-in   to sup-phone
           move wbank-in    to sup-bank-acct
           move wterms-in   to sup-terms-days
           move wcat-in     to sup-category
           set sup-active to true
           write reg-suppliers
           close suppliers
           move wsessionlogin to wlogin
           move "SUPPLIER-ADD" to waudit-op
           perform write-audit
           move "SUPPLIER REGISTERED." to wmsgweb.
       redir-suppliers.
           move "post"          to wmethod
           move "suppliers.exe" to wexec
           perform openprogram
           stop run.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "counter-next.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
