       identification division.
       program-id. course_roster.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "courses.sel".
           copy "crssess.sel".
           copy "crsenrol.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "courses.cpy".
       copy "crssess.cpy".
       copy "crsenrol.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wq-fstatus        pic xx    value "00".
       01  wn-fstatus        pic xx    value "00".
       01  wlogin            pic x(60) value spaces.
       01  wcourse-n         pic 9(09) value zeros.
       01  wtoday            pic x(08) value spaces.
       01  wtoday-session    pic 9(02) value zeros.
       01  wheld             pic 9(02) value zeros.
       01  wenrolcount       pic 9(04) value zeros.
       01  widx              pic 9(02) value zeros.
       01  wgrid             pic x(40) value spaces.
       01  wstate-display    pic x(10) value spaces.
       01  wresult           pic x(07) value spaces.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wcourseid-in   pic x(09).
           02 filler         pic x(5959).
       copy "lnk-general.cpy".
       procedure division.
      *> Attendance roster for one course (staff): the session
      *> schedule, then every enrollee with a grid of the sessions
      *> attended (Y) or missed (.), the count against the pass mark,
      *> and a form to mark a session present -- today's session
      *> number offered by default.
           display
               "Content-type: text/html"
               newline
           end-display
           move "course_roster" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           move warray(1) to wtoken-in
           move warray(2) to wcourseid-in
           move wtoken-in to wtoken
           perform validate-token.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-courses
           end-if
           perform authorize-staff-only
           close members
           move function numval(wcourseid-in) to wcourse-n
           open input courses
           if fstatus not = zeros
               move "COURSE NOT FOUND !!" to wmsgweb
               go redir-courses
           end-if
           move wcourse-n to crs-id
           read courses invalid key
               move "COURSE NOT FOUND !!" to wmsgweb
               close courses
               go redir-courses
           end-read
           close courses
           move function current-date(1:8) to wtoday
           copy "header_html.cpy".
           copy "menu_html.cpy".
           display
               '<h3>Course ' crs-id ' -- ' crs-name '</h3>'
               '<p>Sessions: ' crs-sessions
               '  Needed to pass: ' crs-pass-count
               '  Enrolled: ' crs-enrolled ' of ' crs-capacity '</p>'
               '<table border="1">'
               '<tr><th>Session</th><th>Date</th><th>Resource</th>'
               '<th>Slot</th><th>Status</th></tr>'
           end-display
           perform list-sessions
           display
               '</table>'
               '<h4>Enrollees (sessions held so far: ' wheld ')</h4>'
               '<table border="1">'
               '<tr><th>Login</th><th>Enrolled</th><th>Status</th>'
               '<th>Attendance</th><th>Attended</th><th>Result</th>'
               '<th></th></tr>'
           end-display
           perform list-enrollees
           display
               '</table>'
               '<p>Enrollees listed: ' wenrolcount '</p>'
           end-display
           copy "footer_html.cpy".
           stop run.
       redir-courses.
           move "post"        to wmethod
           move "courses.exe" to wexec
           perform openprogram
           stop run.
       list-sessions.
           move zeros to wtoday-session wheld
           open input crssess
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wq-fstatus
           move wcourse-n to cse-course
           move zeros     to cse-no
           start crssess key is not less than cse-key
               invalid key move "10" to wq-fstatus
           end-start
           if wq-fstatus not = "10"
               read crssess next
                   at end move "10" to wq-fstatus
               end-read
           end-if
           perform until wq-fstatus = "10" or cse-course <> wcourse-n
               if cse-cancelled
                   move "CANCELLED" to wstate-display
               else
                   move "SCHEDULED" to wstate-display
                   if cse-date <= wtoday
                       add 1 to wheld
                   end-if
                   if cse-date = wtoday
                       move cse-no to wtoday-session
                   end-if
               end-if
               display
                   '<tr><td>' cse-no '</td>'
                   '<td>' cse-date '</td>'
                   '<td>' cse-resource '</td>'
                   '<td>' cse-slot '</td>'
                   '<td>' wstate-display '</td></tr>'
               end-display
               read crssess next
                   at end move "10" to wq-fstatus
               end-read
           end-perform
           close crssess.
       list-enrollees.
           open input crsenrol
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wn-fstatus
           move wcourse-n  to cen-course
           move low-values to cen-login
           start crsenrol key is not less than cen-key
               invalid key move "10" to wn-fstatus
           end-start
           if wn-fstatus not = "10"
               read crsenrol next
                   at end move "10" to wn-fstatus
               end-read
           end-if
           perform until wn-fstatus = "10" or cen-course <> wcourse-n
               add 1 to wenrolcount
               perform show-enrollee
               read crsenrol next
                   at end move "10" to wn-fstatus
               end-read
           end-perform
           close crsenrol.
       show-enrollee.
           move spaces to wgrid
           perform varying widx from 1 by 1
                   until widx > crs-sessions
               if cen-attended(widx) = "Y"
                   move "Y" to wgrid(widx:1)
               else
                   move "." to wgrid(widx:1)
               end-if
           end-perform
           if cen-active
               move "ENROLLED" to wstate-display
           else
               move "WITHDRAWN" to wstate-display
           end-if
           if cen-attend-count >= crs-pass-count
               move "PASS" to wresult
           else
               move "NOT YET" to wresult
           end-if
           display
               '<tr><td>' cen-login '</td>'
               '<td>' cen-enrolled-on '</td>'
               '<td>' wstate-display '</td>'
               '<td><tt>' wgrid(1:crs-sessions) '</tt></td>'
               '<td>' cen-attend-count '</td>'
               '<td>' wresult '</td>'
               '<td>'
           end-display
           if cen-active
               display
                   '<form name="attform" method="post"'
                   ' action="courses_submit.exe">'
                   '<input type="hidden" name="token" value="'
                   wtoken '">'
                   '<input type="hidden" name="opcao"'
                   ' value="attend">'
                   '<input type="hidden" name="courseid" value="'
                   crs-id '">'
                   '<input type="hidden" name="crsname" value="">'
                   '<input type="hidden" name="crsfee" value="">'
                   '<input type="hidden" name="crscap" value="">'
                   '<input type="hidden" name="crsres" value="">'
                   '<input type="hidden" name="crsslot" value="">'
                   '<input type="hidden" name="crsstart" value="">'
                   '<input type="hidden" name="crssessions" value="">'
                   '<input type="hidden" name="crspass" value="">'
                   '<input type="hidden" name="crslogin" value="'
                   function trim(cen-login) '">'
                   ' Session: <input type="text" name="crssession"'
                   ' size="2" value="' wtoday-session '">'
                   '<input type="submit" value="Mark Present">'
                   '</form>'
               end-display
           end-if
           display '</td></tr>' end-display.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
