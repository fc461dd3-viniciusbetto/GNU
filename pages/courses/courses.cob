       identification division.
       program-id. courses.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "courses.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "courses.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wc-fstatus        pic xx    value "00".
       01  wcoursecount      pic 9(04) value zeros.
       01  wfee-display      pic zzzzzz9,99.
       01  wstate-display    pic x(06) value spaces.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 filler         pic x(5968).
       copy "lnk-general.cpy".
       procedure division.
      *> Courses board -- each course with its term fee, places and
      *> weekly schedule, with enroll and withdraw buttons for the
      *> logged-in session (COURSES_SUBMIT enforces capacity), plus
      *> the staff forms for setting up a course, enrolling a member
      *> at the desk and opening a course's attendance roster.
           display
               "Content-type: text/html"
               newline
           end-display
           move "courses" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           move warray(1) to wtoken-in
           move wtoken-in to wtoken
           perform validate-token.
           copy "header_html.cpy".
           copy "menu_html.cpy".
           open input courses
           if fstatus = "35"
               open output courses
               close courses
               open input courses
           end-if
           display
               '<h3>Courses</h3>'
               '<table border="1">'
               '<tr><th>Id</th><th>Course</th><th>Starts</th>'
               '<th>Sessions</th><th>Resource</th><th>Slot</th>'
               '<th>Enrolled</th><th>Places</th><th>Term Fee</th>'
               '<th>Status</th><th></th></tr>'
           end-display
           move "00" to wc-fstatus
           move zeros to crs-id
           start courses key is not less than crs-id
               invalid key move "10" to wc-fstatus
           end-start
           if wc-fstatus not = "10"
               read courses next
                   at end move "10" to wc-fstatus
               end-read
           end-if
           perform until wc-fstatus = "10"
               add 1 to wcoursecount
               move crs-fee to wfee-display
               if crs-open
                   move "OPEN" to wstate-display
               else
                   move "CLOSED" to wstate-display
               end-if
               display
                   '<tr>'
                   '<td>' crs-id '</td>'
                   '<td>' crs-name '</td>'
                   '<td>' crs-start '</td>'
                   '<td>' crs-sessions '</td>'
                   '<td>' crs-resource '</td>'
                   '<td>' crs-slot '</td>'
                   '<td>' crs-enrolled '</td>'
                   '<td>' crs-capacity '</td>'
                   '<td>' wfee-display '</td>'
                   '<td>' wstate-display '</td>'
                   '<td>'
                   '<form name="enrform" method="post"'
                   ' action="courses_submit.exe">'
                   '<input type="hidden" name="token" value="'
                   wtoken '">'
                   '<input type="hidden" name="opcao"'
                   ' value="enroll">'
                   '<input type="hidden" name="courseid" value="'
                   crs-id '">'
                   '<input type="submit" value="Enroll">'
                   '</form>'
                   '<form name="wdrform" method="post"'
                   ' action="courses_submit.exe">'
                   '<input type="hidden" name="token" value="'
                   wtoken '">'
                   '<input type="hidden" name="opcao"'
                   ' value="withdraw">'
                   '<input type="hidden" name="courseid" value="'
                   crs-id '">'
                   '<input type="submit" value="Withdraw">'
                   '</form>'
                   '</td>'
                   '</tr>'
               end-display
               read courses next
                   at end move "10" to wc-fstatus
               end-read
           end-perform
           display
               '</table>'
               '<p>Courses listed: ' wcoursecount '</p>'
               '<h4>Staff</h4>'
               '<form name="addform" method="post"'
               ' action="courses_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="add">'
               '<input type="hidden" name="courseid" value="">'
               'Name: <input type="text" name="crsname" size="30">'
               ' Term fee (blank = free): <input type="text"'
               ' name="crsfee" size="10">'
               ' Places: <input type="text" name="crscap" size="4">'
               '<br>Resource (blank = none): <input type="text"'
               ' name="crsres" size="4">'
               ' Slot (08-21): <input type="text" name="crsslot"'
               ' size="2">'
               ' First session (CCYYMMDD): <input type="text"'
               ' name="crsstart" size="8">'
               ' Weekly sessions (1-40): <input type="text"'
               ' name="crssessions" size="2">'
               ' Sessions to pass (blank = all): <input type="text"'
               ' name="crspass" size="2">'
               '<input type="submit" value="Create Course">'
               '</form>'
               '<form name="deskform" method="post"'
               ' action="courses_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="enroll">'
               'Course id: <input type="text" name="courseid" size="9">'
               '<input type="hidden" name="crsname" value="">'
               '<input type="hidden" name="crsfee" value="">'
               '<input type="hidden" name="crscap" value="">'
               '<input type="hidden" name="crsres" value="">'
               '<input type="hidden" name="crsslot" value="">'
               '<input type="hidden" name="crsstart" value="">'
               '<input type="hidden" name="crssessions" value="">'
               '<input type="hidden" name="crspass" value="">'
               ' Member login: <input type="text" name="crslogin"'
               ' size="20">'
               '<input type="submit" value="Enroll Member">'
               '</form>'
               '<form name="rosform" method="post"'
               ' action="course_roster.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               'Course id: <input type="text" name="courseid" size="9">'
               '<input type="submit" value="Attendance Roster">'
               '</form>'
           end-display
           close courses
           copy "footer_html.cpy".
           stop run.
           copy "session-check.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
