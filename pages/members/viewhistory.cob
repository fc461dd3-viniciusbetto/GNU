       identification division.
       program-id. viewhistory.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "readlog.sel".
           copy "audit.sel".
           copy "errlog.sel".
           select print-out assign to wprintfilename
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "readlog.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       fd  print-out.
       01  print-line       pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wprintfilename    pic x(80) value spaces.
       01  wmembername       pic x(120) value spaces.
       01  wviewername       pic x(40) value spaces.
       01  wviewcount        pic 9(06) value zeros.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wlogin         pic x(60).
           02 filler         pic x(5908).
       copy "lnk-general.cpy".
       procedure division.
      *> "Who has looked at my record?" -- every line of the read-
      *> access trail for one member, oldest first: when, who (login
      *> and name) and which restricted screen. A member gets their
      *> own; staff answering a written request key the member's
      *> login. The same lines go to viewhistory-<login>.txt for
      *> printing and posting, as STATEMENT does.
           display
               "Content-type: text/html"
               newline
           end-display
           move "viewhistory" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           move warray(1) to wtoken-in
           move warray(2) to wlogin
           move wtoken-in to wtoken
           perform validate-token.
           if wlogin = spaces
               move wsessionlogin to wlogin
           end-if
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               move "post"     to wmethod
               move "home.exe" to wexec
               perform openprogram
               stop run
           end-if
           move wlogin to login
           read members invalid key
               move "NOT EXISTING MEMBER !!" to wmsgweb
               close members
               move "post"     to wmethod
               move "home.exe" to wexec
               perform openprogram
               stop run
           end-read
           perform authorize-edit.
           move name to wmembername
           copy "header_html.cpy".
           copy "menu_html.cpy".
           move spaces to wprintfilename
           string "viewhistory-" delimited by size
                  function trim(wlogin) delimited by size
                  ".txt" delimited by size
               into wprintfilename
           end-string
           open output print-out
           display '<pre>' end-display
           move spaces to print-line
           string "WHO HAS VIEWED THE RECORD OF " delimited by size
                  function trim(wmembername) delimited by size
                  " (" delimited by size
                  function trim(wlogin) delimited by size
                  ")" delimited by size
               into print-line
           end-string
           perform emit-line
           move spaces to print-line
           string "PRINTED " delimited by size
                  function current-date(1:8) delimited by size
               into print-line
           end-string
           perform emit-line
           move spaces to print-line
           perform emit-line
           move spaces to print-line
           move "DATE/TIME"      to print-line(1:9)
           move "VIEWED BY"      to print-line(17:9)
           move "NAME"           to print-line(58:4)
           move "SCREEN"         to print-line(100:6)
           perform emit-line
           open input read-log
           if fstatus = zeros
               read read-log
                   at end move "10" to fstatus
               end-read
               perform until fstatus = "10"
                   if rdl-member = wlogin
                       perform show-view
                   end-if
                   read read-log
                       at end move "10" to fstatus
                   end-read
               end-perform
               close read-log
           end-if
           close members
           move spaces to print-line
           perform emit-line
           move spaces to print-line
           if wviewcount = zeros
               move "NO ONE ELSE HAS VIEWED THESE SCREENS."
                   to print-line
           else
               string "VIEWS: " delimited by size
                      wviewcount delimited by size
                   into print-line
               end-string
           end-if
           perform emit-line
           close print-out
           display '</pre>' end-display
           if wlogin not = wsessionlogin
               move "VIEWHIST-PRINT" to waudit-op
               perform write-audit
           end-if
           display
               '<p>Printout written to ' wprintfilename '</p>'
               '<form name="vhform" method="post"'
               ' action="viewhistory.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               'Member login (staff): <input type="text" name="login"'
               ' size="30">'
               '<input type="submit" value="Show View History">'
               '</form>'
           end-display
           copy "footer_html.cpy".
           stop run.
       show-view.
           add 1 to wviewcount
           move rdl-viewer to login
           read members invalid key
               move spaces to wviewername
           not invalid key
               move name to wviewername
           end-read
           move spaces to print-line
           move rdl-timestamp to print-line(1:14)
           move rdl-viewer    to print-line(17:40)
           move wviewername   to print-line(58:40)
           move rdl-screen    to print-line(100:10)
           perform emit-line.
       emit-line.
           write print-line
           display function trim(print-line trailing) end-display.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
