       identification division.
       program-id. volshifts.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "events.sel".
           copy "volshift.sel".
           copy "volsign.sel".
           copy "volhours.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "events.cpy".
       copy "volshift.cpy".
       copy "volsign.cpy".
       copy "volhours.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wv-fstatus        pic xx    value "00".
       01  wq-fstatus        pic xx    value "00".
       01  wisstaff          pic x(01) value "N".
       01  wmine             pic x(01) value "N".
       01  wtoday            pic x(08) value spaces.
       01  wshiftcount       pic 9(04) value zeros.
       01  wevent-display    pic x(40) value spaces.
       01  wstate-display    pic x(12) value spaces.
       01  whelpers          pic x(600) value spaces.
       01  whelp-ptr         pic 9(04) value 1.
       01  wpendcount        pic 9(04) value zeros.
       01  wrow-display      pic zz9,9.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 filler         pic x(5968).
       copy "lnk-general.cpy".
       procedure division.
      *> Volunteer rota -- every shift from today on, with its event,
      *> hours, duty and places left, and a sign-up or withdraw
      *> button for the logged-in member. Staff also see who has
      *> signed up, get the forms to create and cancel shifts, and
      *> the hours from past shifts awaiting the coordinator.
           display
               "Content-type: text/html"
               newline
           end-display
           move "volshifts" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           move warray(1) to wtoken-in
           move wtoken-in to wtoken
           perform validate-token.
           move function current-date(1:8) to wtoday
           open input members
           if fstatus = zeros
               move wsessionlogin to login
               read members invalid key
                   initialize reg-members
               end-read
               if member-staff or member-admin
                   move "Y" to wisstaff
               end-if
               close members
           end-if
           copy "header_html.cpy".
           copy "menu_html.cpy".
           open input volshift
           if fstatus = "35"
               open output volshift
               close volshift
               open input volshift
           end-if
           open input volsign
           if fstatus = "35"
               open output volsign
               close volsign
               open input volsign
           end-if
           open input events
           if fstatus = "35"
               open output events
               close events
               open input events
           end-if
           display
               '<h3>Volunteer Shifts</h3>'
               '<table border="1">'
               '<tr><th>Id</th><th>Date</th><th>Time</th>'
               '<th>Duty</th><th>Event</th><th>Wanted</th>'
               '<th>Signed Up</th><th>Status</th><th></th></tr>'
           end-display
           move "00" to wv-fstatus
           move zeros to vsh-id
           start volshift key is not less than vsh-id
               invalid key move "10" to wv-fstatus
           end-start
           if wv-fstatus not = "10"
               read volshift next
                   at end move "10" to wv-fstatus
               end-read
           end-if
           perform until wv-fstatus = "10"
               if vsh-date >= wtoday
                   add 1 to wshiftcount
                   perform show-shift
               end-if
               read volshift next
                   at end move "10" to wv-fstatus
               end-read
           end-perform
           close events
           close volsign
           close volshift
           display
               '</table>'
               '<p>Shifts listed: ' wshiftcount '</p>'
           end-display
           if wisstaff = "Y"
               display
                   '<h4>Staff</h4>'
                   '<form name="addform" method="post"'
                   ' action="volshift_submit.exe">'
                   '<input type="hidden" name="token" value="'
                   wtoken '">'
                   '<input type="hidden" name="opcao" value="add">'
                   '<input type="hidden" name="shiftid" value="">'
                   'Event id (blank = none): <input type="text"'
                   ' name="eventid" size="9">'
                   ' Date (CCYYMMDD, blank = event day): <input'
                   ' type="text" name="shdate" size="8">'
                   ' From (HHMM): <input type="text" name="shstart"'
                   ' size="4">'
                   ' To: <input type="text" name="shend" size="4">'
                   '<br>Duty: <input type="text" name="duty"'
                   ' size="30">'
                   ' Helpers wanted: <input type="text" name="slots"'
                   ' size="3">'
                   '<input type="submit" value="Create Shift">'
                   '</form>'
                   '<form name="deskform" method="post"'
                   ' action="volshift_submit.exe">'
                   '<input type="hidden" name="token" value="'
                   wtoken '">'
                   '<input type="hidden" name="opcao" value="signup">'
                   'Shift id: <input type="text" name="shiftid"'
                   ' size="9">'
                   '<input type="hidden" name="eventid" value="">'
                   '<input type="hidden" name="shdate" value="">'
                   '<input type="hidden" name="shstart" value="">'
                   '<input type="hidden" name="shend" value="">'
                   '<input type="hidden" name="duty" value="">'
                   '<input type="hidden" name="slots" value="">'
                   ' Member login: <input type="text" name="shlogin"'
                   ' size="20">'
                   '<input type="submit" value="Sign Up Member">'
                   '</form>'
               end-display
               perform show-pending-hours
           end-if
           copy "footer_html.cpy".
           stop run.
       show-shift.
           move spaces to wevent-display
           if vsh-event > zeros
               move vsh-event to evt-id
               read events invalid key
                   move spaces to evt-name
               end-read
               move evt-name to wevent-display
           end-if
           evaluate true
               when vsh-cancelled
                   move "CANCELLED" to wstate-display
               when vsh-taken >= vsh-slots
                   move "FULL"      to wstate-display
               when other
                   move "OPEN"      to wstate-display
           end-evaluate
           perform collect-helpers
           display
               '<tr><td>' vsh-id '</td>'
               '<td>' vsh-date '</td>'
               '<td>' vsh-start '-' vsh-end '</td>'
               '<td>' function trim(vsh-duty) '</td>'
               '<td>' function trim(wevent-display) '</td>'
               '<td>' vsh-slots '</td>'
               '<td>' vsh-taken
           end-display
           if wisstaff = "Y" and whelpers not = spaces
               display
                   ': ' function trim(whelpers)
               end-display
           end-if
           display
               '</td><td>' wstate-display '</td><td>'
           end-display
           if vsh-open and wmine = "Y"
               display
                   '<form name="wdrform" method="post"'
                   ' action="volshift_submit.exe">'
                   '<input type="hidden" name="token" value="'
                   wtoken '">'
                   '<input type="hidden" name="opcao"'
                   ' value="withdraw">'
                   '<input type="hidden" name="shiftid" value="'
                   vsh-id '">'
                   '<input type="submit" value="Withdraw">'
                   '</form>'
               end-display
           end-if
           if vsh-open and wmine = "N" and vsh-taken < vsh-slots
               display
                   '<form name="sgnform" method="post"'
                   ' action="volshift_submit.exe">'
                   '<input type="hidden" name="token" value="'
                   wtoken '">'
                   '<input type="hidden" name="opcao"'
                   ' value="signup">'
                   '<input type="hidden" name="shiftid" value="'
                   vsh-id '">'
                   '<input type="submit" value="Sign Up">'
                   '</form>'
               end-display
           end-if
           if vsh-open and wisstaff = "Y"
               display
                   '<form name="cnlform" method="post"'
                   ' action="volshift_submit.exe">'
                   '<input type="hidden" name="token" value="'
                   wtoken '">'
                   '<input type="hidden" name="opcao"'
                   ' value="cancel">'
                   '<input type="hidden" name="shiftid" value="'
                   vsh-id '">'
                   '<input type="submit" value="Cancel Shift">'
                   '</form>'
               end-display
           end-if
           display
               '</td></tr>'
           end-display.
       show-pending-hours.
           open input volhours
           if fstatus not = zeros
               exit paragraph
           end-if
           display
               '<h4>Shift Hours Awaiting Approval</h4>'
               '<table border="1">'
               '<tr><th>Member</th><th>Date</th><th>Activity</th>'
               '<th>Hours</th><th></th></tr>'
           end-display
           move "00" to wq-fstatus
           move low-values to vol-key
           start volhours key is not less than vol-key
               invalid key move "10" to wq-fstatus
           end-start
           if wq-fstatus not = "10"
               read volhours next
                   at end move "10" to wq-fstatus
               end-read
           end-if
           perform until wq-fstatus = "10"
               if vol-pending
                   add 1 to wpendcount
                   move vol-hours to wrow-display
                   display
                       '<tr><td>' function trim(vol-login) '</td>'
                       '<td>' vol-date '</td>'
                       '<td>' function trim(vol-activity) '</td>'
                       '<td>' wrow-display '</td>'
                       '<td><form name="revform" method="post"'
                       ' action="volunteer.exe">'
                       '<input type="hidden" name="login" value="'
                       function trim(vol-login) '">'
                       '<input type="hidden" name="token" value="'
                       wtoken '">'
                       '<input type="submit" value="Review">'
                       '</form></td></tr>'
                   end-display
               end-if
               read volhours next
                   at end move "10" to wq-fstatus
               end-read
           end-perform
           close volhours
           display
               '</table>'
               '<p>Awaiting approval: ' wpendcount '</p>'
           end-display.
       collect-helpers.
      *> Whether the session is signed up, and for staff the names.
           move "N" to wmine
           move spaces to whelpers
           move 1 to whelp-ptr
           move "00" to wq-fstatus
           move vsh-id     to vsg-shift
           move low-values to vsg-login
           start volsign key is not less than vsg-key
               invalid key move "10" to wq-fstatus
           end-start
           if wq-fstatus not = "10"
               read volsign next
                   at end move "10" to wq-fstatus
               end-read
           end-if
           perform until wq-fstatus = "10" or vsg-shift not = vsh-id
               if vsg-signed-up
                   if vsg-login = wsessionlogin
                       move "Y" to wmine
                   end-if
                   string function trim(vsg-login) delimited by size
                          " " delimited by size
                       into whelpers with pointer whelp-ptr
                       on overflow continue
                   end-string
               end-if
               read volsign next
                   at end move "10" to wq-fstatus
               end-read
           end-perform.
           copy "session-check.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
