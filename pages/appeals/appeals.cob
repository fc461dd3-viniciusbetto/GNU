       identification division.
       program-id. appeals.
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
       01  wp-fstatus        pic xx    value "00".
       01  wlogin            pic x(60) value spaces.
       01  wamt-display      pic zzzzzzzz9,99.
       01  wrowcount         pic 9(04) value zeros.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 filler         pic x(5968).
       copy "lnk-general.cpy".
       procedure division.
      *> Fundraising appeals -- the clubhouse roof, the minibus. Each
      *> has a code, a target and the dates it runs; the payment desk
      *> tags a donation with the code and the pledge register tags
      *> a pledge, so APPEALS-REPORT can show what each has raised
      *> and has promised against its target. Saving an existing
      *> code changes it; status X closes it to new gifts. Staff only.
           display
               "Content-type: text/html"
               newline
           end-display
           move "appeals" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           move warray(1) to wtoken-in
           move wtoken-in to wtoken
           perform validate-token.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               move "post"     to wmethod
               move "home.exe" to wexec
               perform openprogram
               stop run
           end-if
           perform authorize-staff-only.
           close members
           copy "header_html.cpy".
           copy "menu_html.cpy".
           open input appeals
           if fstatus = "35"
               open output appeals
               close appeals
               open input appeals
           end-if
           display
               '<h3>Fundraising Appeals</h3>'
               '<table border="1">'
               '<tr><th>Code</th><th>Name</th><th>Target</th>'
               '<th>Start</th><th>End</th><th>Status</th>'
               '<th>Last Changed</th></tr>'
           end-display
           move "00" to wp-fstatus
           move low-values to apl-code
           start appeals key is not less than apl-code
               invalid key move "10" to wp-fstatus
           end-start
           if wp-fstatus not = "10"
               read appeals next
                   at end move "10" to wp-fstatus
               end-read
           end-if
           perform until wp-fstatus = "10"
               add 1 to wrowcount
               move apl-target to wamt-display
               display
                   '<tr>'
                   '<td>' apl-code '</td>'
                   '<td>' function trim(apl-name) '</td>'
                   '<td>' wamt-display '</td>'
                   '<td>' apl-start '</td>'
                   '<td>' apl-end '</td>'
                   '<td>' apl-status '</td>'
                   '<td>' apl-changed(1:8) ' '
                   function trim(apl-changed-by) '</td>'
                   '</tr>'
               end-display
               read appeals next
                   at end move "10" to wp-fstatus
               end-read
           end-perform
           display
               '</table>'
               '<p>Appeals: ' wrowcount '</p>'
               '<form name="aplform" method="post"'
               ' action="appeals_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               'Code: <input type="text" name="aplcode" size="8">'
               ' Name: <input type="text" name="aplname" size="30">'
               ' Target (whole units): <input type="text"'
               ' name="apltarget" size="9">'
               ' Start (CCYYMMDD): <input type="text" name="aplstart"'
               ' size="8">'
               ' End (CCYYMMDD): <input type="text" name="aplend"'
               ' size="8">'
               ' Status (A/X): <input type="text" name="aplstatus"'
               ' size="1" value="A">'
               '<input type="submit" value="Save Appeal">'
               '</form>'
           end-display
           close appeals
           copy "footer_html.cpy".
           stop run.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
