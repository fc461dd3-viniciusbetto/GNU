       identification division.
       program-id. offices.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "offroles.sel".
           copy "offices.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "offroles.cpy".
       copy "offices.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx    value "00".
       01  wq-fstatus        pic xx    value "00".
       01  wlogin            pic x(60) value spaces.
       01  wtoday            pic x(08) value spaces.
       01  wrolecount        pic 9(04) value zeros.
       01  wtermcount        pic 9(05) value zeros.
       01  wstate-display    pic x(12) value spaces.
       01  wlimit-display    pic x(08) value spaces.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 filler         pic x(5968).
       copy "lnk-general.cpy".
       procedure division.
      *> Committee and officer register -- every role with its term
      *> length, consecutive-term limit and seats, then each role's
      *> holders past and present in date order, with the forms to
      *> define a role, seat a member for a term and record a member
      *> standing down. OFFICES_SUBMIT enforces the term limit.
           display
               "Content-type: text/html"
               newline
           end-display
           move "offices" to wprogname
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
           move wsessionlogin to wlogin
           perform authorize-staff-only.
           close members
           move function current-date(1:8) to wtoday
           copy "header_html.cpy".
           copy "menu_html.cpy".
           open input offroles
           if fstatus = "35"
               open output offroles
               close offroles
               open input offroles
           end-if
           open input offices
           if fstatus = "35"
               open output offices
               close offices
               open input offices
           end-if
           display
               '<h3>Committee and Officers</h3>'
           end-display
           move "00" to wr-fstatus
           move low-values to orl-code
           start offroles key is not less than orl-code
               invalid key move "10" to wr-fstatus
           end-start
           if wr-fstatus not = "10"
               read offroles next
                   at end move "10" to wr-fstatus
               end-read
           end-if
           perform until wr-fstatus = "10"
               add 1 to wrolecount
               perform show-role
               read offroles next
                   at end move "10" to wr-fstatus
               end-read
           end-perform
           close offices
           close offroles
           display
               '<p>Roles: ' wrolecount '  Terms recorded: '
               wtermcount '</p>'
               '<h4>Staff</h4>'
               '<form name="roleform" method="post"'
               ' action="offices_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="addrole">'
               'Role code: <input type="text" name="rolecode"'
               ' size="10">'
               ' Name: <input type="text" name="rolename" size="30">'
               ' Term (months): <input type="text" name="termmonths"'
               ' size="3">'
               ' Consecutive terms allowed (blank = no limit): <input'
               ' type="text" name="maxterms" size="2">'
               ' Seats: <input type="text" name="seats" size="2">'
               '<input type="submit" value="Save Role">'
               '</form>'
               '<form name="apptform" method="post"'
               ' action="offices_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="appoint">'
               'Role code: <input type="text" name="rolecode"'
               ' size="10">'
               '<input type="hidden" name="rolename" value="">'
               '<input type="hidden" name="termmonths" value="">'
               '<input type="hidden" name="maxterms" value="">'
               '<input type="hidden" name="seats" value="">'
               ' Member login: <input type="text" name="login"'
               ' size="20">'
               ' Start (CCYYMMDD, blank = today): <input type="text"'
               ' name="start" size="8">'
               ' End (blank = full term): <input type="text"'
               ' name="enddate" size="8">'
               '<input type="submit" value="Seat Member">'
               '</form>'
           end-display
           copy "footer_html.cpy".
           stop run.
       show-role.
           if orl-max-terms = zeros
               move "NONE" to wlimit-display
           else
               move spaces to wlimit-display
               string orl-max-terms delimited by size
                      " TERMS" delimited by size
                   into wlimit-display
               end-string
           end-if
           move "ACTIVE" to wstate-display
           if orl-retired
               move "RETIRED" to wstate-display
           end-if
           display
               '<h4>' function trim(orl-code) ' -- '
               function trim(orl-name) '</h4>'
               '<p>Term: ' orl-term-months ' months'
               '  Consecutive limit: ' wlimit-display
               '  Seats: ' orl-seats '  ' wstate-display '</p>'
               '<table border="1">'
               '<tr><th>Member</th><th>Id</th><th>Start</th>'
               '<th>End</th><th>Status</th><th>Recorded by</th>'
               '<th></th></tr>'
           end-display
           move "00" to wq-fstatus
           move orl-code   to ofc-role
           move low-values to ofc-start ofc-login
           start offices key is not less than ofc-key
               invalid key move "10" to wq-fstatus
           end-start
           if wq-fstatus not = "10"
               read offices next
                   at end move "10" to wq-fstatus
               end-read
           end-if
           perform until wq-fstatus = "10" or ofc-role not = orl-code
               add 1 to wtermcount
               evaluate true
                   when ofc-stood-down
                       move "STOOD DOWN" to wstate-display
                   when ofc-end < wtoday
                       move "TERM ENDED" to wstate-display
                   when ofc-start > wtoday
                       move "NOT STARTED" to wstate-display
                   when other
                       move "IN OFFICE"  to wstate-display
               end-evaluate
               display
                   '<tr><td>' function trim(ofc-login) '</td>'
                   '<td>' ofc-member-id '</td>'
                   '<td>' ofc-start '</td>'
                   '<td>' ofc-end '</td>'
                   '<td>' wstate-display '</td>'
                   '<td>' function trim(ofc-recorded-by) '</td>'
                   '<td>'
               end-display
               if ofc-current and ofc-end >= wtoday
                   display
                       '<form name="sdform" method="post"'
                       ' action="offices_submit.exe">'
                       '<input type="hidden" name="token" value="'
                       wtoken '">'
                       '<input type="hidden" name="opcao"'
                       ' value="standdown">'
                       '<input type="hidden" name="rolecode" value="'
                       function trim(ofc-role) '">'
                       '<input type="hidden" name="rolename" value="">'
                       '<input type="hidden" name="termmonths"'
                       ' value="">'
                       '<input type="hidden" name="maxterms" value="">'
                       '<input type="hidden" name="seats" value="">'
                       '<input type="hidden" name="login" value="'
                       function trim(ofc-login) '">'
                       '<input type="hidden" name="start" value="'
                       ofc-start '">'
                       ' Date: <input type="text" name="enddate"'
                       ' size="8">'
                       '<input type="submit" value="Stand Down">'
                       '</form>'
                   end-display
               end-if
               display
                   '</td></tr>'
               end-display
               read offices next
                   at end move "10" to wq-fstatus
               end-read
           end-perform
           display
               '</table>'
           end-display.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
