       identification division.
       program-id. incidents.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "incidents.sel".
           copy "incactions.sel".
           copy "resources.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "incidents.cpy".
       copy "incactions.cpy".
       copy "resources.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx    value "00".
       01  wa-fstatus        pic xx    value "00".
       01  wlogin            pic x(60) value spaces.
       01  wtoday            pic x(08) value spaces.
       01  wincid-n          pic 9(09) value zeros.
       01  wfound            pic x(01) value "N".
       01  wrowcount         pic 9(04) value zeros.
       01  wopencount        pic 9(04) value zeros.
       01  wactcount         pic 9(04) value zeros.
       01  woverduecount     pic 9(04) value zeros.
       01  wp-idx            pic 9(01) value zeros.
       01  wlocation         pic x(84) value spaces.
       01  wkind-display     pic x(10) value spaces.
       01  wstate-display    pic x(08) value spaces.
       01  wptype-display    pic x(06) value spaces.
       01  wflag             pic x(08) value spaces.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wincid-in      pic x(09).
           02 filler         pic x(5959).
       copy "lnk-general.cpy".
       procedure division.
      *> Incident and accident register (staff, under the same rule
      *> as the EMERGENCY medical note): every incident with its date,
      *> place, type, first aid and ambulance flags and status; the
      *> follow-up actions still open across all incidents, flagged
      *> where past due; and, for the incident asked for, the full
      *> record -- people involved with their injuries, witnesses,
      *> actions -- with the forms to add a person or an action, sign
      *> an action off, note the insurer's reference and close it.
      *> INCIDENTS_SUBMIT does the work.
           display
               "Content-type: text/html"
               newline
           end-display
           move "incidents" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           move warray(1) to wtoken-in
           move warray(2) to wincid-in
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
           perform authorize-incident-access
           close members
           move function current-date(1:8) to wtoday
           move zeros to wincid-n
           if wincid-in not = spaces
                   and function test-numval(wincid-in) = 0
               move function numval(wincid-in) to wincid-n
           end-if
           copy "header_html.cpy".
           copy "menu_html.cpy".
           open input resources
           if fstatus = "35"
               open output resources
               close resources
               open input resources
           end-if
           open input incidents
           if fstatus = "35"
               open output incidents
               close incidents
               open input incidents
           end-if
           open input incactions
           if fstatus = "35"
               open output incactions
               close incactions
               open input incactions
           end-if
           display
               '<h3>Incident and Accident Register</h3>'
               '<table border="1">'
               '<tr><th>No</th><th>Date</th><th>Time</th>'
               '<th>Location</th><th>Type</th><th>What Happened</th>'
               '<th>People</th><th>First Aid</th><th>Ambulance</th>'
               '<th>Status</th><th></th></tr>'
           end-display
           move "00" to wr-fstatus
           move zeros to inc-id
           start incidents key is not less than inc-id
               invalid key move "10" to wr-fstatus
           end-start
           if wr-fstatus not = "10"
               read incidents next
                   at end move "10" to wr-fstatus
               end-read
           end-if
           perform until wr-fstatus = "10"
               add 1 to wrowcount
               if inc-open
                   add 1 to wopencount
               end-if
               perform show-incident-row
               read incidents next
                   at end move "10" to wr-fstatus
               end-read
           end-perform
           display
               '</table>'
               '<p>Incidents: ' wrowcount '  Open: ' wopencount '</p>'
           end-display
           perform show-open-actions
           if wincid-n > zeros
               move wincid-n to inc-id
               read incidents invalid key
                   display
                       '<p>Incident ' wincid-n ' not found.</p>'
                   end-display
               not invalid key
                   perform show-incident-detail
               end-read
           end-if
           close incactions
           close incidents
           close resources
           display
               '<h4>Record an Incident</h4>'
               '<form name="newform" method="post"'
               ' action="incidents_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="record">'
               '<input type="hidden" name="incid" value="">'
               'Date (CCYYMMDD): <input type="text" name="incdate"'
               ' size="8" value="' wtoday '">'
               ' Time (HHMM): <input type="text" name="inctime"'
               ' size="4">'
               ' Resource id: <input type="text" name="incres"'
               ' size="4">'
               ' Place: <input type="text" name="incplace" size="30">'
               '<br>Type: <select name="inckind">'
               '<option value="I">Injury</option>'
               '<option value="N">Near miss</option>'
               '<option value="O">Other</option></select>'
               '<br>What happened: <input type="text" name="incdesc"'
               ' size="100">'
               '<br>Witnesses: <input type="text" name="incwitness"'
               ' size="100">'
               '<br>First aid given: <select name="incfirstaid">'
               '<option value="N">No</option>'
               '<option value="Y">Yes</option></select>'
               ' Ambulance called: <select name="incambul">'
               '<option value="N">No</option>'
               '<option value="Y">Yes</option></select>'
               ' First aider: <input type="text" name="incaider"'
               ' size="30">'
               '<br>Person involved: <select name="ptype">'
               '<option value="">(none yet)</option>'
               '<option value="M">Member</option>'
               '<option value="G">Guest</option>'
               '<option value="O">Other</option></select>'
               ' Member login or guest sponsor: <input type="text"'
               ' name="plogin" size="20">'
               ' Guest seq: <input type="text" name="pguest"'
               ' size="14">'
               ' Name (other): <input type="text" name="pname"'
               ' size="30">'
               '<br>Injury: <input type="text" name="pinjury"'
               ' size="100">'
               '<input type="submit" value="Record Incident">'
               '</form>'
           end-display
           copy "footer_html.cpy".
           stop run.
       authorize-incident-access.
      *> Staff only, and then the MEDICAL rule from the field-access
      *> table, read as for someone else's record: if the EMERGENCY
      *> medical note would be hidden from this viewer, so is the
      *> register.
           perform authorize-staff-only
           move member-type to wviewerrole
           set is-impersonating to true
           move "MEDICAL" to wfieldname-check
           perform check-field-access
           if field-access-denied
               move "NOT AUTHORIZED !!" to wmsgweb
               move "post"     to wmethod
               move "home.exe" to wexec
               perform openprogram
               stop run
           end-if.
       build-location.
           move spaces to wlocation
           if inc-resource > zeros
               move inc-resource to res-id
               read resources invalid key
                   move spaces to res-name
               end-read
               string inc-resource delimited by size
                      " " delimited by size
                      function trim(res-name) delimited by size
                      " " delimited by size
                      function trim(inc-place) delimited by size
                   into wlocation
               end-string
           else
               move inc-place to wlocation
           end-if
           evaluate true
               when inc-injury    move "INJURY"    to wkind-display
               when inc-near-miss move "NEAR MISS" to wkind-display
               when other         move "OTHER"     to wkind-display
           end-evaluate
           if inc-closed
               move "CLOSED" to wstate-display
           else
               move "OPEN" to wstate-display
           end-if.
       show-incident-row.
           perform build-location
           display
               '<tr><td>' inc-id '</td>'
               '<td>' inc-date '</td>'
               '<td>' inc-time '</td>'
               '<td>' function trim(wlocation) '</td>'
               '<td>' wkind-display '</td>'
               '<td>' inc-description(1:60) '</td>'
               '<td>' inc-people '</td>'
               '<td>' inc-first-aid '</td>'
               '<td>' inc-ambulance '</td>'
               '<td>' wstate-display '</td><td>'
               '<form name="viewform" method="post"'
               ' action="incidents.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="incid" value="' inc-id '">'
               '<input type="submit" value="View">'
               '</form></td></tr>'
           end-display.
       show-open-actions.
           display
               '<h4>Open Follow-up Actions</h4>'
               '<table border="1">'
               '<tr><th>Incident</th><th>No</th><th>Action</th>'
               '<th>Owner</th><th>Due</th><th></th></tr>'
           end-display
           move "00" to wa-fstatus
           move zeros to ina-incident ina-seq
           start incactions key is not less than ina-key
               invalid key move "10" to wa-fstatus
           end-start
           if wa-fstatus not = "10"
               read incactions next
                   at end move "10" to wa-fstatus
               end-read
           end-if
           perform until wa-fstatus = "10"
               if ina-open
                   add 1 to wactcount
                   move spaces to wflag
                   if ina-due < wtoday
                       move "OVERDUE" to wflag
                       add 1 to woverduecount
                   end-if
                   display
                       '<tr><td>' ina-incident '</td>'
                       '<td>' ina-seq '</td>'
                       '<td>' function trim(ina-action) '</td>'
                       '<td>' function trim(ina-owner) '</td>'
                       '<td>' ina-due '</td>'
                       '<td>' wflag '</td></tr>'
                   end-display
               end-if
               read incactions next
                   at end move "10" to wa-fstatus
               end-read
           end-perform
           display
               '</table>'
               '<p>Open actions: ' wactcount '  Overdue: '
               woverduecount '</p>'
           end-display.
       show-incident-detail.
           perform build-location
           display
               '<h4>Incident ' inc-id '</h4>'
               '<p>' inc-date ' ' inc-time ' -- '
               function trim(wlocation) ' -- ' wkind-display
               ' -- ' wstate-display ' ' inc-closed-on '</p>'
               '<p>What happened: ' function trim(inc-description)
               '</p>'
               '<p>Witnesses: ' function trim(inc-witnesses) '</p>'
               '<p>First aid: ' inc-first-aid ' '
               function trim(inc-first-aider)
               '  Ambulance: ' inc-ambulance '</p>'
               '<p>Recorded by ' function trim(inc-reported-by)
               ' at ' inc-recorded
               '  Insurer reference: ' function trim(inc-insurer-ref)
               '</p>'
               '<table border="1">'
               '<tr><th>Person</th><th>Type</th><th>Login / Sponsor'
               '</th><th>Guest Seq</th><th>Injury</th></tr>'
           end-display
           perform varying wp-idx from 1 by 1
                   until wp-idx > inc-people
               evaluate true
                   when inp-member(wp-idx)
                       move "MEMBER" to wptype-display
                   when inp-guest(wp-idx)
                       move "GUEST"  to wptype-display
                   when other
                       move "OTHER"  to wptype-display
               end-evaluate
               display
                   '<tr><td>' function trim(inp-name(wp-idx)) '</td>'
                   '<td>' wptype-display '</td>'
                   '<td>' function trim(inp-login(wp-idx)) '</td>'
                   '<td>' inp-guest-seq(wp-idx) '</td>'
                   '<td>' function trim(inp-injury(wp-idx))
                   '</td></tr>'
               end-display
           end-perform
           display
               '</table>'
               '<table border="1">'
               '<tr><th>No</th><th>Action</th><th>Owner</th>'
               '<th>Due</th><th>Raised</th><th>Done</th>'
               '<th>By</th><th>Note</th><th></th></tr>'
           end-display
           move "00" to wa-fstatus
           move inc-id to ina-incident
           move zeros to ina-seq
           start incactions key is not less than ina-key
               invalid key move "10" to wa-fstatus
           end-start
           if wa-fstatus not = "10"
               read incactions next
                   at end move "10" to wa-fstatus
               end-read
           end-if
           perform until wa-fstatus = "10"
                   or ina-incident not = inc-id
               perform show-action-row
               read incactions next
                   at end move "10" to wa-fstatus
               end-read
           end-perform
           display
               '</table>'
           end-display
           if inc-open
               perform show-detail-forms
           end-if.
       show-action-row.
           display
               '<tr><td>' ina-seq '</td>'
               '<td>' function trim(ina-action) '</td>'
               '<td>' function trim(ina-owner) '</td>'
               '<td>' ina-due '</td>'
               '<td>' ina-raised-on '</td>'
               '<td>' ina-done-on '</td>'
               '<td>' function trim(ina-done-by) '</td>'
               '<td>' function trim(ina-note) '</td><td>'
           end-display
           if ina-open
               display
                   '<form name="doneform" method="post"'
                   ' action="incidents_submit.exe">'
                   '<input type="hidden" name="token" value="'
                   wtoken '">'
                   '<input type="hidden" name="opcao"'
                   ' value="doneaction">'
                   '<input type="hidden" name="incid" value="'
                   inc-id '">'
                   '<input type="hidden" name="incdate" value="">'
                   '<input type="hidden" name="inctime" value="">'
                   '<input type="hidden" name="incres" value="">'
                   '<input type="hidden" name="incplace" value="">'
                   '<input type="hidden" name="inckind" value="">'
                   '<input type="hidden" name="incdesc" value="">'
                   '<input type="hidden" name="incwitness" value="">'
                   '<input type="hidden" name="incfirstaid" value="">'
                   '<input type="hidden" name="incambul" value="">'
                   '<input type="hidden" name="incaider" value="">'
                   '<input type="hidden" name="ptype" value="">'
                   '<input type="hidden" name="plogin" value="">'
                   '<input type="hidden" name="pguest" value="">'
                   '<input type="hidden" name="pname" value="">'
                   '<input type="hidden" name="pinjury" value="">'
                   '<input type="hidden" name="actext" value="">'
                   '<input type="hidden" name="acowner" value="">'
                   '<input type="hidden" name="acdue" value="">'
                   '<input type="hidden" name="acseq" value="'
                   ina-seq '">'
                   'Note: <input type="text" name="acnote" size="20">'
                   '<input type="submit" value="Done">'
                   '</form>'
               end-display
           end-if
           display
               '</td></tr>'
           end-display.
       show-detail-forms.
           display
               '<h4>Add a Person</h4>'
               '<form name="personform" method="post"'
               ' action="incidents_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="addperson">'
               '<input type="hidden" name="incid" value="' inc-id '">'
               '<input type="hidden" name="incdate" value="">'
               '<input type="hidden" name="inctime" value="">'
               '<input type="hidden" name="incres" value="">'
               '<input type="hidden" name="incplace" value="">'
               '<input type="hidden" name="inckind" value="">'
               '<input type="hidden" name="incdesc" value="">'
               '<input type="hidden" name="incwitness" value="">'
               '<input type="hidden" name="incfirstaid" value="">'
               '<input type="hidden" name="incambul" value="">'
               '<input type="hidden" name="incaider" value="">'
               'Type: <select name="ptype">'
               '<option value="M">Member</option>'
               '<option value="G">Guest</option>'
               '<option value="O">Other</option></select>'
               ' Member login or guest sponsor: <input type="text"'
               ' name="plogin" size="20">'
               ' Guest seq: <input type="text" name="pguest"'
               ' size="14">'
               ' Name (other): <input type="text" name="pname"'
               ' size="30">'
               '<br>Injury: <input type="text" name="pinjury"'
               ' size="100">'
               '<input type="submit" value="Add Person">'
               '</form>'
               '<h4>Add a Follow-up Action</h4>'
               '<form name="actionform" method="post"'
               ' action="incidents_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="addaction">'
               '<input type="hidden" name="incid" value="' inc-id '">'
               '<input type="hidden" name="incdate" value="">'
               '<input type="hidden" name="inctime" value="">'
               '<input type="hidden" name="incres" value="">'
               '<input type="hidden" name="incplace" value="">'
               '<input type="hidden" name="inckind" value="">'
               '<input type="hidden" name="incdesc" value="">'
               '<input type="hidden" name="incwitness" value="">'
               '<input type="hidden" name="incfirstaid" value="">'
               '<input type="hidden" name="incambul" value="">'
               '<input type="hidden" name="incaider" value="">'
               '<input type="hidden" name="ptype" value="">'
               '<input type="hidden" name="plogin" value="">'
               '<input type="hidden" name="pguest" value="">'
               '<input type="hidden" name="pname" value="">'
               '<input type="hidden" name="pinjury" value="">'
               'Action: <input type="text" name="actext" size="80">'
               '<br>Owner (staff login): <input type="text"'
               ' name="acowner" size="20">'
               ' Due (CCYYMMDD): <input type="text" name="acdue"'
               ' size="8">'
               '<input type="submit" value="Add Action">'
               '</form>'
               '<h4>Insurer Claim Reference</h4>'
               '<form name="claimform" method="post"'
               ' action="incidents_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="claim">'
               '<input type="hidden" name="incid" value="' inc-id '">'
           end-display
           display
               '<input type="hidden" name="incdate" value="">'
               '<input type="hidden" name="inctime" value="">'
               '<input type="hidden" name="incres" value="">'
               '<input type="hidden" name="incplace" value="">'
               '<input type="hidden" name="inckind" value="">'
               '<input type="hidden" name="incdesc" value="">'
               '<input type="hidden" name="incwitness" value="">'
               '<input type="hidden" name="incfirstaid" value="">'
               '<input type="hidden" name="incambul" value="">'
               '<input type="hidden" name="incaider" value="">'
               '<input type="hidden" name="ptype" value="">'
               '<input type="hidden" name="plogin" value="">'
               '<input type="hidden" name="pguest" value="">'
               '<input type="hidden" name="pname" value="">'
               '<input type="hidden" name="pinjury" value="">'
               '<input type="hidden" name="actext" value="">'
               '<input type="hidden" name="acowner" value="">'
               '<input type="hidden" name="acdue" value="">'
               '<input type="hidden" name="acseq" value="">'
               '<input type="hidden" name="acnote" value="">'
               'Reference: <input type="text" name="claimref"'
               ' size="20" value="' function trim(inc-insurer-ref)
               '">'
               '<input type="submit" value="Save Reference">'
               '</form>'
               '<form name="closeform" method="post"'
               ' action="incidents_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="close">'
               '<input type="hidden" name="incid" value="' inc-id '">'
               '<input type="submit" value="Close Incident">'
               '</form>'
           end-display.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "field-access.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
