       identification division.
       program-id. parking.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "vehicles.sel".
           copy "permits.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "vehicles.cpy".
       copy "permits.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wv-fstatus        pic xx    value "00".
       01  wp-fstatus        pic xx    value "00".
       01  wlogin            pic x(60) value spaces.
       01  wtoday            pic x(08) value spaces.
       01  wpermitcount      pic 9(05) value zeros.
       01  wstate-display    pic x(10) value spaces.
       01  wfee-display      pic zzzz9,99.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wfind-login    pic x(60).
           02 filler         pic x(5908).
       copy "lnk-general.cpy".
       procedure division.
      *> Car park (staff only): look a member up for their registered
      *> cars and every permit issued on them, the list of permits in
      *> force, and the forms to register or remove a car and to
      *> issue or cancel a permit. PARKING_SUBMIT does the work; the
      *> nightly PARKING-EXPORT lapses permits, feeds the barrier
      *> camera and prints the gatekeeper's list.
           display
               "Content-type: text/html"
               newline
           end-display
           move "parking" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           move warray(1) to wtoken-in
           move warray(2) to wfind-login
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
           move function current-date(1:8) to wtoday
           copy "header_html.cpy".
           copy "menu_html.cpy".
           open input vehicles
           if fstatus = "35"
               open output vehicles
               close vehicles
               open input vehicles
           end-if
           open input permits
           if fstatus = "35"
               open output permits
               close permits
               open input permits
           end-if
           display
               '<h3>Car Park</h3>'
               '<form name="findform" method="post"'
               ' action="parking.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               'Member login: <input type="text" name="login"'
               ' size="30" value="' function trim(wfind-login) '">'
               '<input type="submit" value="Look Up">'
               '</form>'
           end-display
           if wfind-login not = spaces
               perform show-member-cars
           end-if
           display
               '<h4>Permits in Force</h4>'
               '<table border="1">'
               '<tr><th>Plate</th><th>Car</th><th>Member</th>'
               '<th>Permit</th><th>From</th><th>To</th></tr>'
           end-display
           move "00" to wp-fstatus
           move low-values to prm-plate
           start permits key is not less than prm-plate
               invalid key move "10" to wp-fstatus
           end-start
           if wp-fstatus not = "10"
               read permits next
                   at end move "10" to wp-fstatus
               end-read
           end-if
           perform until wp-fstatus = "10"
               if prm-active and prm-to >= wtoday
                   add 1 to wpermitcount
                   perform show-permit-line
               end-if
               read permits next
                   at end move "10" to wp-fstatus
               end-read
           end-perform
           close permits
           close vehicles
           close members
           display
               '</table>'
               '<p>Permits in force: ' wpermitcount '</p>'
               '<h4>Register a Car</h4>'
               '<form name="carform" method="post"'
               ' action="parking_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="addcar">'
               'Plate: <input type="text" name="plate" size="10">'
               ' Member login: <input type="text" name="vlogin"'
               ' size="30" value="' function trim(wfind-login) '">'
               '<br>Make: <input type="text" name="vmake" size="20">'
               ' Colour: <input type="text" name="vcolour"'
               ' size="15">'
               '<input type="submit" value="Register">'
               '</form>'
               '<h4>Remove a Car</h4>'
               '<form name="dropform" method="post"'
               ' action="parking_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="dropcar">'
               'Plate: <input type="text" name="plate" size="10">'
               ' (any permit on it is cancelled)'
               '<input type="submit" value="Remove">'
               '</form>'
               '<h4>Issue an Annual Permit</h4>'
               '<form name="prmform" method="post"'
               ' action="parking_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="permit">'
               'Plate: <input type="text" name="plate" size="10">'
               '<input type="hidden" name="vlogin" value="">'
               '<input type="hidden" name="vmake" value="">'
               '<input type="hidden" name="vcolour" value="">'
               '<input type="hidden" name="prmid" value="">'
               ' Paid by: <input type="text" name="method" size="12"'
               ' value="CASH">'
               '<br>Note: <input type="text" name="note" size="60">'
               '<input type="submit" value="Issue Permit">'
               '</form>'
               '<h4>Cancel a Permit</h4>'
               '<form name="cnlform" method="post"'
               ' action="parking_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="cancel">'
               '<input type="hidden" name="plate" value="">'
               '<input type="hidden" name="vlogin" value="">'
               '<input type="hidden" name="vmake" value="">'
               '<input type="hidden" name="vcolour" value="">'
               'Permit no: <input type="text" name="prmid" size="9">'
               '<input type="hidden" name="method" value="">'
               ' Why: <input type="text" name="note" size="60">'
               '<input type="submit" value="Cancel Permit">'
               '</form>'
           end-display
           copy "footer_html.cpy".
           stop run.
       show-permit-line.
           move prm-plate to veh-plate
           read vehicles invalid key
               move spaces to veh-make veh-colour
           end-read
           display
               '<tr><td>' function trim(prm-plate) '</td>'
               '<td>' function trim(veh-colour) ' '
               function trim(veh-make) '</td>'
               '<td>' function trim(prm-login) '</td>'
               '<td>' prm-id '</td>'
               '<td>' prm-from '</td>'
               '<td>' prm-to '</td></tr>'
           end-display.
       show-member-cars.
           move wfind-login to login
           read members invalid key
               display '<p>No member ' function trim(wfind-login)
                   '.</p>'
               end-display
               exit paragraph
           end-read
           display
               '<h4>' function trim(name) ' ('
               function trim(login) ')'
           end-display
           if household-id not = zeros
               display ' household ' household-id end-display
           end-if
           display
               '</h4>'
               '<table border="1">'
               '<tr><th>Plate</th><th>Make</th><th>Colour</th>'
               '<th>Registered</th><th>State</th></tr>'
           end-display
           move "00" to wv-fstatus
           move wfind-login to veh-login
           start vehicles key is equal to veh-login
               invalid key move "10" to wv-fstatus
           end-start
           if wv-fstatus not = "10"
               read vehicles next
                   at end move "10" to wv-fstatus
               end-read
           end-if
           perform until wv-fstatus = "10"
                   or veh-login not = wfind-login
               if veh-active
                   move "ACTIVE" to wstate-display
               else
                   move "REMOVED" to wstate-display
               end-if
               display
                   '<tr><td>' function trim(veh-plate) '</td>'
                   '<td>' function trim(veh-make) '</td>'
                   '<td>' function trim(veh-colour) '</td>'
                   '<td>' veh-added '</td>'
                   '<td>' wstate-display '</td></tr>'
               end-display
               perform show-car-permits
               read vehicles next
                   at end move "10" to wv-fstatus
               end-read
           end-perform
           display '</table>' end-display.
       show-car-permits.
           move "00" to wp-fstatus
           move veh-plate to prm-plate
           start permits key is equal to prm-plate
               invalid key move "10" to wp-fstatus
           end-start
           if wp-fstatus not = "10"
               read permits next
                   at end move "10" to wp-fstatus
               end-read
           end-if
           perform until wp-fstatus = "10"
                   or prm-plate not = veh-plate
               evaluate true
                   when prm-active    move "ACTIVE"    to wstate-display
                   when prm-lapsed    move "LAPSED"    to wstate-display
                   when prm-expired   move "EXPIRED"   to wstate-display
                   when other         move "CANCELLED" to wstate-display
               end-evaluate
               move prm-fee to wfee-display
               display
                   '<tr><td></td><td colspan="4">Permit ' prm-id
                   ' ' prm-from ' to ' prm-to ' fee '
                   function trim(wfee-display) ' receipt '
                   prm-receipt ' ' wstate-display ' '
                   function trim(prm-note) '</td></tr>'
               end-display
               read permits next
                   at end move "10" to wp-fstatus
               end-read
           end-perform.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
