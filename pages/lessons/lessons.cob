       identification division.
       program-id. lessons.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "instruct.sel".
           copy "lessons.sel".
           copy "lespacks.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "instruct.cpy".
       copy "lessons.cpy".
       copy "lespacks.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wi-fstatus        pic xx    value "00".
       01  wl-fstatus        pic xx    value "00".
       01  wk-fstatus        pic xx    value "00".
       01  wtoday            pic x(08) value spaces.
       01  wfee-display      pic zzzz9,99.
       01  wprice-display    pic zzzzzz9,99.
       01  wcoachcount       pic 9(04) value zeros.
       01  wlessoncount      pic 9(04) value zeros.
       01  wpackcount        pic 9(04) value zeros.
       01  wstate-display    pic x(10) value spaces.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 filler         pic x(5968).
       copy "lnk-general.cpy".
       procedure division.
      *> Private lessons -- the coaches with their fee and weekly
      *> hours (08 to 21, one column per hour, Y = teaching), the
      *> session's own upcoming lessons with a cancel button and its
      *> lesson packs, the booking form (a pack number takes the
      *> lesson off the pack, blank books a single lesson), and the
      *> staff forms for setting a coach up and selling a pack.
           display
               "Content-type: text/html"
               newline
           end-display
           move "lessons" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           move warray(1) to wtoken-in
           move wtoken-in to wtoken
           perform validate-token.
           copy "header_html.cpy".
           copy "menu_html.cpy".
           move function current-date(1:8) to wtoday
           perform list-coaches
           perform list-my-lessons
           perform list-my-packs
           display
               '<h4>Book a Lesson</h4>'
               '<form name="bookform" method="post"'
               ' action="lessons_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="book">'
               '<input type="hidden" name="lesid" value="">'
               'Instructor login: <input type="text" name="insl"'
               ' size="20">'
               ' Court: <input type="text" name="court" size="4">'
               ' Date (CCYYMMDD): <input type="text" name="lesdate"'
               ' size="8">'
               ' Slot (08-21): <input type="text" name="lesslot"'
               ' size="2">'
               ' Pack no (blank = single lesson): <input type="text"'
               ' name="packid" size="9">'
               ' Member login (staff, blank = me): <input type="text"'
               ' name="lesmember" size="20">'
               '<input type="submit" value="Book Lesson">'
               '</form>'
               '<h4>Staff</h4>'
               '<form name="insform" method="post"'
               ' action="lessons_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="setins">'
               '<input type="hidden" name="lesid" value="">'
               'Instructor login: <input type="text" name="insl"'
               ' size="20">'
               '<input type="hidden" name="court" value="">'
               '<input type="hidden" name="lesdate" value="">'
               '<input type="hidden" name="lesslot" value="">'
               '<input type="hidden" name="packid" value="">'
               '<input type="hidden" name="lesmember" value="">'
               '<input type="hidden" name="packsize" value="">'
               '<input type="hidden" name="packprice" value="">'
               '<input type="hidden" name="paymethod" value="">'
               ' Lesson fee: <input type="text" name="insfee"'
               ' size="8">'
               ' Coach pay per lesson: <input type="text"'
               ' name="insrate" size="8">'
               '<br>Hours 08-21, Y per hour taught:'
               '<br>Mon <input type="text" name="av1" size="14">'
               ' Tue <input type="text" name="av2" size="14">'
               ' Wed <input type="text" name="av3" size="14">'
               ' Thu <input type="text" name="av4" size="14">'
               '<br>Fri <input type="text" name="av5" size="14">'
               ' Sat <input type="text" name="av6" size="14">'
               ' Sun <input type="text" name="av7" size="14">'
               '<input type="submit" value="Save Instructor">'
               '</form>'
               '<form name="packform" method="post"'
               ' action="lessons_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="sellpack">'
               '<input type="hidden" name="lesid" value="">'
               'Instructor (blank = any): <input type="text"'
               ' name="insl" size="20">'
               '<input type="hidden" name="court" value="">'
               '<input type="hidden" name="lesdate" value="">'
               '<input type="hidden" name="lesslot" value="">'
               '<input type="hidden" name="packid" value="">'
               ' Member login: <input type="text" name="lesmember"'
               ' size="20">'
               ' Lessons: <input type="text" name="packsize"'
               ' size="3">'
               ' Price: <input type="text" name="packprice"'
               ' size="10">'
               ' Paid by: <input type="text" name="paymethod"'
               ' size="10">'
               '<input type="submit" value="Sell Pack">'
               '</form>'
           end-display
           copy "footer_html.cpy".
           stop run.
       list-coaches.
           display
               '<h3>Instructors</h3>'
               '<table border="1">'
               '<tr><th>Instructor</th><th>Lesson Fee</th>'
               '<th>Mon</th><th>Tue</th><th>Wed</th><th>Thu</th>'
               '<th>Fri</th><th>Sat</th><th>Sun</th></tr>'
           end-display
           open input instruct
           if fstatus = zeros
               move "00" to wi-fstatus
               move low-values to ins-login
               start instruct key is not less than ins-login
                   invalid key move "10" to wi-fstatus
               end-start
               if wi-fstatus not = "10"
                   read instruct next
                       at end move "10" to wi-fstatus
                   end-read
               end-if
               perform until wi-fstatus = "10"
                   if ins-active
                       add 1 to wcoachcount
                       move ins-lesson-fee to wfee-display
                       display
                           '<tr><td>' function trim(ins-login)
                           '</td><td>' wfee-display '</td>'
                           '<td><tt>' ins-avail(1) '</tt></td>'
                           '<td><tt>' ins-avail(2) '</tt></td>'
                           '<td><tt>' ins-avail(3) '</tt></td>'
                           '<td><tt>' ins-avail(4) '</tt></td>'
                           '<td><tt>' ins-avail(5) '</tt></td>'
                           '<td><tt>' ins-avail(6) '</tt></td>'
                           '<td><tt>' ins-avail(7) '</tt></td></tr>'
                       end-display
                   end-if
                   read instruct next
                       at end move "10" to wi-fstatus
                   end-read
               end-perform
               close instruct
           end-if
           display
               '</table>'
               '<p>Instructors: ' wcoachcount '</p>'
           end-display.
       list-my-lessons.
           display
               '<h4>My Lessons</h4>'
               '<table border="1">'
               '<tr><th>No</th><th>Instructor</th><th>Date</th>'
               '<th>Slot</th><th>Court</th><th>Pack</th>'
               '<th></th></tr>'
           end-display
           open input lessons
           if fstatus = zeros
               move "00" to wl-fstatus
               move zeros to les-id
               start lessons key is not less than les-id
                   invalid key move "10" to wl-fstatus
               end-start
               if wl-fstatus not = "10"
                   read lessons next
                       at end move "10" to wl-fstatus
                   end-read
               end-if
               perform until wl-fstatus = "10"
                   if les-login = wsessionlogin and les-booked
                           and les-date >= wtoday
                       add 1 to wlessoncount
                       display
                           '<tr><td>' les-id '</td>'
                           '<td>' function trim(les-instructor)
                           '</td><td>' les-date '</td>'
                           '<td>' les-slot '</td>'
                           '<td>' les-court '</td>'
                           '<td>' les-pack '</td><td>'
                           '<form name="cxlform" method="post"'
                           ' action="lessons_submit.exe">'
                           '<input type="hidden" name="token"'
                           ' value="' wtoken '">'
                           '<input type="hidden" name="opcao"'
                           ' value="cancel">'
                           '<input type="hidden" name="lesid"'
                           ' value="' les-id '">'
                           '<input type="submit" value="Cancel">'
                           '</form></td></tr>'
                       end-display
                   end-if
                   read lessons next
                       at end move "10" to wl-fstatus
                   end-read
               end-perform
               close lessons
           end-if
           display
               '</table>'
               '<p>Lessons booked: ' wlessoncount '</p>'
           end-display.
       list-my-packs.
           display
               '<h4>My Lesson Packs</h4>'
               '<table border="1">'
               '<tr><th>Pack</th><th>Instructor</th><th>Bought</th>'
               '<th>Lessons</th><th>Left</th><th>Price</th>'
               '<th>Status</th></tr>'
           end-display
           open input lespacks
           if fstatus = zeros
               move "00" to wk-fstatus
               move zeros to lpk-id
               start lespacks key is not less than lpk-id
                   invalid key move "10" to wk-fstatus
               end-start
               if wk-fstatus not = "10"
                   read lespacks next
                       at end move "10" to wk-fstatus
                   end-read
               end-if
               perform until wk-fstatus = "10"
                   if lpk-login = wsessionlogin
                       add 1 to wpackcount
                       move lpk-price to wprice-display
                       if lpk-live
                           move "LIVE" to wstate-display
                       else
                           move "USED UP" to wstate-display
                       end-if
                       display
                           '<tr><td>' lpk-id '</td>'
                           '<td>' function trim(lpk-instructor)
                           '</td><td>' lpk-bought '</td>'
                           '<td>' lpk-size '</td>'
                           '<td>' lpk-remaining '</td>'
                           '<td>' wprice-display '</td>'
                           '<td>' wstate-display '</td></tr>'
                       end-display
                   end-if
                   read lespacks next
                       at end move "10" to wk-fstatus
                   end-read
               end-perform
               close lespacks
           end-if
           display
               '</table>'
           end-display.
           copy "session-check.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
