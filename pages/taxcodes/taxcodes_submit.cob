       identification division.
       program-id. taxcodes_submit.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "taxcodes.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "taxcodes.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wlogin            pic x(60) value spaces.
       01  wexists           pic x(01) value "N".
       01  wrate-n           pic 9(02)v99 value zeros.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wcode-in       pic x(02).
           02 wdesc-in       pic x(20).
           02 wrate-in       pic x(04).
           02 wacct-in       pic x(08).
           02 wactive-in     pic x(01).
           02 filler         pic x(5933).
       copy "lnk-general.cpy".
       procedure division.
      *> Writes one tax code. Staff only, audited -- a rate change
      *> alters every charge recorded from the next posting on and
      *> the quarterly return the treasurer signs.
           display
              "Content-type: text/html"
               newline
           end-display
           move "taxcodes_submit" to wprogname
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
           move warray(3) to wdesc-in
           move warray(4) to wrate-in
           move warray(5) to wacct-in
           move warray(6) to wactive-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-taxcodes
           end-if
           perform authorize-staff-only.
           close members
           if wcode-in = spaces
               move "TAX CODE IS REQUIRED !!" to wmsgweb
               go redir-taxcodes
           end-if
           if wdesc-in = spaces
               move "TAX CODE DESCRIPTION IS REQUIRED !!" to wmsgweb
               go redir-taxcodes
           end-if
      *> The rate is keyed as four digits with two implied decimals
      *> (2000 = 20,00%, 0500 = 5,00%, 0000 for a zero-rated code).
           if wrate-in not numeric
               move "INVALID TAX RATE !!" to wmsgweb
               go redir-taxcodes
           end-if
           compute wrate-n = function numval(wrate-in) / 100
           if wactive-in not = "A" and wactive-in not = "X"
               move "ACTIVE MUST BE A OR X !!" to wmsgweb
               go redir-taxcodes
           end-if
           open i-o taxcodes
           if fstatus = "35"
               open output taxcodes
               close taxcodes
               open i-o taxcodes
           end-if
           move "N" to wexists
           move wcode-in to txc-code
           read taxcodes invalid key
               continue
           not invalid key
               move "Y" to wexists
           end-read
           move wcode-in   to txc-code
           move wdesc-in   to txc-desc
           move wrate-n    to txc-rate
           move wacct-in   to txc-account
           move wactive-in to txc-status
           if wexists = "Y"
               rewrite reg-taxcodes
           else
               write reg-taxcodes
           end-if
           close taxcodes
           move wsessionlogin to wlogin
           move "TAXCODE-SET" to waudit-op
           perform write-audit
           move "TAX CODE SAVED." to wmsgweb.
       redir-taxcodes.
           move "post"         to wmethod
           move "taxcodes.exe" to wexec
           perform openprogram
           stop run.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
