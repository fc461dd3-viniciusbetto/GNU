       identification division.
       program-id. rota.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "rota.sel".
           copy "openhrs.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "rota.cpy".
       copy "openhrs.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx    value "00".
       01  wlogin            pic x(60) value spaces.
       01  wdatecheck        pic 9(08) value zeros.
       01  wday-int          pic s9(09) comp.
       01  wmonday-int       pic s9(09) comp.
       01  wday-n            pic 9(01) value zeros.
       01  wday-date         pic x(08) value spaces.
       01  wprev-week        pic x(08) value spaces.
       01  wnext-week        pic x(08) value spaces.
       01  wrole-n           pic 9(01) value zeros.
       01  wrole-codes       pic x(03) value "DBO".
       01  wrole-display     pic x(06) value spaces.
       01  wgap-i            pic 9(02) value zeros.
       01  wday-names        pic x(21) value "MONTUEWEDTHUFRISATSUN".
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wweek-in       pic x(08).
           02 filler         pic x(5960).
       copy "lnk-general.cpy".
       procedure division.
      *> Duty rota (staff only): one week, Monday to Sunday, around
      *> the date asked for (this week by default) -- each day's
      *> shifts in start order and, for each role with hours to
      *> cover, the stretches nobody is rostered for. Below, the
      *> forms to add or remove a shift and to set a role's hours.
      *> ROTA_SUBMIT does the work; ROTA-WEEKLY prints the week and
      *> ROTA-EXCEPTIONS checks the takings against it.
           display
               "Content-type: text/html"
               newline
           end-display
           move "rota" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           move warray(1) to wtoken-in
           move warray(2) to wweek-in
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
           move zeros to wdatecheck
           if wweek-in is numeric
               move wweek-in to wdatecheck
           end-if
           if function test-date-yyyymmdd(wdatecheck) not = 0
               move function current-date(1:8) to wdatecheck
           end-if
           compute wday-int = function integer-of-date(wdatecheck)
           compute wmonday-int = wday-int
               - function rem(wday-int - 1, 7)
           compute wday-int = wmonday-int - 7
           move function date-of-integer(wday-int) to wprev-week
           compute wday-int = wmonday-int + 7
           move function date-of-integer(wday-int) to wnext-week
           copy "header_html.cpy".
           copy "menu_html.cpy".
           open input rota
           if fstatus = "35"
               open output rota
               close rota
               open input rota
           end-if
           open input openhrs
           if fstatus = "35"
               open output openhrs
               close openhrs
               open input openhrs
           end-if
           move function date-of-integer(wmonday-int) to wday-date
           display
               '<h3>Duty Rota -- Week of ' wday-date '</h3>'
               '<form name="prvform" method="post" action="rota.exe"'
               ' style="display:inline">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="login" value="'
               wprev-week '">'
               '<input type="submit" value="Previous Week"></form>'
               '<form name="nxtform" method="post" action="rota.exe"'
               ' style="display:inline">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="login" value="'
               wnext-week '">'
               '<input type="submit" value="Next Week"></form>'
               '<table border="1">'
               '<tr><th>Day</th><th>Shifts</th>'
               '<th>Not Covered</th></tr>'
           end-display
           perform varying wday-n from 1 by 1 until wday-n > 7
               compute wday-int = wmonday-int + wday-n - 1
               move function date-of-integer(wday-int) to wday-date
               perform show-day
           end-perform
           close openhrs
           close rota
           move function date-of-integer(wmonday-int) to wday-date
           display
               '</table>'
               '<h4>Add a Shift</h4>'
               '<form name="addform" method="post"'
               ' action="rota_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="add">'
               'Date (CCYYMMDD): <input type="text" name="rdate"'
               ' size="8" value="' wday-date '">'
               ' From (HHMM): <input type="text" name="rstart"'
               ' size="4">'
               ' To: <input type="text" name="rend" size="4">'
               ' Role: <select name="rrole">'
               '<option value="D">Desk</option>'
               '<option value="B">Bar</option>'
               '<option value="O">Other</option></select>'
               '<br>Staff login: <input type="text" name="rlogin"'
               ' size="30">'
               ' Note: <input type="text" name="rnote" size="40">'
               '<input type="submit" value="Add Shift">'
               '</form>'
               '<h4>Remove a Shift</h4>'
               '<form name="delform" method="post"'
               ' action="rota_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="delete">'
               '<input type="hidden" name="rdate" value="'
               wday-date '">'
               '<input type="hidden" name="rstart" value="">'
               '<input type="hidden" name="rend" value="">'
               '<input type="hidden" name="rrole" value="">'
               '<input type="hidden" name="rlogin" value="">'
               '<input type="hidden" name="rnote" value="">'
               'Shift no: <input type="text" name="rotid" size="9">'
               '<input type="submit" value="Remove">'
               '</form>'
               '<h4>Hours to Cover</h4>'
               '<form name="hrsform" method="post"'
               ' action="rota_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="hours">'
               '<input type="hidden" name="rdate" value="'
               wday-date '">'
               '<input type="hidden" name="rstart" value="">'
               '<input type="hidden" name="rend" value="">'
               'Role: <select name="rrole">'
               '<option value="D">Desk</option>'
               '<option value="B">Bar</option>'
               '<option value="O">Other</option></select>'
               '<input type="hidden" name="rlogin" value="">'
               '<input type="hidden" name="rnote" value="">'
               '<input type="hidden" name="rotid" value="">'
               ' Day: <select name="hdow">'
               '<option value="1">Monday</option>'
               '<option value="2">Tuesday</option>'
               '<option value="3">Wednesday</option>'
               '<option value="4">Thursday</option>'
               '<option value="5">Friday</option>'
               '<option value="6">Saturday</option>'
               '<option value="7">Sunday</option></select>'
               ' Open (HHMM): <input type="text" name="hopen"'
               ' size="4">'
               ' Close: <input type="text" name="hclose" size="4">'
               ' (same time = closed)'
               '<input type="submit" value="Save Hours">'
               '</form>'
           end-display
           copy "footer_html.cpy".
           stop run.
       show-day.
           display
               '<tr><td>' wday-names((wday-n - 1) * 3 + 1:3) ' '
               wday-date '</td><td>'
           end-display
           move "00" to wr-fstatus
           move wday-date to rot-date
           move low-values to rot-start
           start rota key is not less than rot-when
               invalid key move "10" to wr-fstatus
           end-start
           if wr-fstatus not = "10"
               read rota next
                   at end move "10" to wr-fstatus
               end-read
           end-if
           perform until wr-fstatus = "10" or rot-date not = wday-date
               move rot-role to wrg-role
               perform role-word
               display
                   rot-start '-' rot-end ' ' wrole-display ' '
                   function trim(rot-login) ' (' rot-id ') '
                   function trim(rot-note) '<br>'
               end-display
               read rota next
                   at end move "10" to wr-fstatus
               end-read
           end-perform
           display '</td><td>' end-display
           perform varying wrole-n from 1 by 1 until wrole-n > 3
               move wday-date to wrg-date
               move wrole-codes(wrole-n:1) to wrg-role
               perform find-rota-gaps
               if wrg-checked = "Y"
                   perform role-word
                   perform varying wgap-i from 1 by 1
                           until wgap-i > wrg-gap-count
                       display
                           '<b>' wrole-display ' '
                           wrg-gap-from(wgap-i) '-'
                           wrg-gap-to(wgap-i) '</b><br>'
                       end-display
                   end-perform
               end-if
           end-perform
           display '</td></tr>' end-display.
       role-word.
           evaluate wrg-role
               when "D"   move "DESK"  to wrole-display
               when "B"   move "BAR"   to wrole-display
               when other move "OTHER" to wrole-display
           end-evaluate.
           copy "rota-gaps.cpy".
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
