       identification division.
       program-id. comps.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "comps.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "comps.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wc-fstatus        pic xx    value "00".
       01  wcompcount        pic 9(04) value zeros.
       01  wformat-display   pic x(08) value spaces.
       01  wstate-display    pic x(12) value spaces.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 filler         pic x(5968).
       copy "lnk-general.cpy".
       procedure division.
      *> Competitions board -- leagues, knockouts and ladders with
      *> their court, entries and state, enter and withdraw buttons
      *> for the logged-in session (COMPS_SUBMIT checks type and
      *> standing), the table and fixtures of each, and the staff
      *> forms for setting up a competition, entering a member at
      *> the desk, making the draw, booking a ladder challenge,
      *> placing a fixture and entering a result.
           display
               "Content-type: text/html"
               newline
           end-display
           move "comps" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           move warray(1) to wtoken-in
           move wtoken-in to wtoken
           perform validate-token.
           copy "header_html.cpy".
           copy "menu_html.cpy".
           open input comps
           if fstatus = "35"
               open output comps
               close comps
               open input comps
           end-if
           display
               '<h3>Competitions</h3>'
               '<table border="1">'
               '<tr><th>Id</th><th>Competition</th><th>Format</th>'
               '<th>Types</th><th>Court</th><th>Starts</th>'
               '<th>Entries</th><th>Limit</th><th>Round</th>'
               '<th>Status</th><th>Winner</th><th></th></tr>'
           end-display
           move "00" to wc-fstatus
           move zeros to cmp-id
           start comps key is not less than cmp-id
               invalid key move "10" to wc-fstatus
           end-start
           if wc-fstatus not = "10"
               read comps next
                   at end move "10" to wc-fstatus
               end-read
           end-if
           perform until wc-fstatus = "10"
               add 1 to wcompcount
               evaluate true
                   when cmp-league   move "LEAGUE"   to wformat-display
                   when cmp-knockout move "KNOCKOUT" to wformat-display
                   when other        move "LADDER"   to wformat-display
               end-evaluate
               evaluate true
                   when cmp-entry-open
                       move "ENTRIES OPEN" to wstate-display
                   when cmp-drawn
                       move "IN PLAY"      to wstate-display
                   when other
                       move "FINISHED"     to wstate-display
               end-evaluate
               display
                   '<tr>'
                   '<td>' cmp-id '</td>'
                   '<td>' function trim(cmp-name) '</td>'
                   '<td>' wformat-display '</td>'
                   '<td>' cmp-types '</td>'
                   '<td>' cmp-resource '</td>'
                   '<td>' cmp-start '</td>'
                   '<td>' cmp-entries '</td>'
                   '<td>' cmp-max '</td>'
                   '<td>' cmp-round '</td>'
                   '<td>' wstate-display '</td>'
                   '<td>' function trim(cmp-winner) '</td>'
                   '<td>'
                   '<form name="tblform" method="post"'
                   ' action="comp_table.exe">'
                   '<input type="hidden" name="token" value="'
                   wtoken '">'
                   '<input type="hidden" name="compid" value="'
                   cmp-id '">'
                   '<input type="submit" value="Table">'
                   '</form>'
               end-display
               if cmp-entry-open
                   display
                       '<form name="entform" method="post"'
                       ' action="comps_submit.exe">'
                       '<input type="hidden" name="token" value="'
                       wtoken '">'
                       '<input type="hidden" name="opcao"'
                       ' value="enter">'
                       '<input type="hidden" name="compid" value="'
                       cmp-id '">'
                       '<input type="submit" value="Enter">'
                       '</form>'
                       '<form name="wdrform" method="post"'
                       ' action="comps_submit.exe">'
                       '<input type="hidden" name="token" value="'
                       wtoken '">'
                       '<input type="hidden" name="opcao"'
                       ' value="withdraw">'
                       '<input type="hidden" name="compid" value="'
                       cmp-id '">'
                       '<input type="submit" value="Withdraw">'
                       '</form>'
                   end-display
               end-if
               display
                   '</td>'
                   '</tr>'
               end-display
               read comps next
                   at end move "10" to wc-fstatus
               end-read
           end-perform
           display
               '</table>'
               '<p>Competitions listed: ' wcompcount '</p>'
               '<h4>Staff</h4>'
               '<form name="addform" method="post"'
               ' action="comps_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="add">'
               '<input type="hidden" name="compid" value="">'
               'Name: <input type="text" name="cmpname" size="30">'
               ' Format: <select name="cmpformat">'
               '<option value="L">League</option>'
               '<option value="K">Knockout</option>'
               '<option value="D">Ladder</option>'
               '</select>'
               ' Member types (blank = all, e.g. R): <input'
               ' type="text" name="cmptypes" size="5">'
               '<br>Court: <input type="text" name="cmpres" size="4">'
               ' First round (CCYYMMDD): <input type="text"'
               ' name="cmpstart" size="8">'
               ' Slot (08-21): <input type="text" name="cmpslot"'
               ' size="2">'
               ' Entry limit (blank = 32): <input type="text"'
               ' name="cmpmax" size="4">'
               '<input type="submit" value="Create Competition">'
               '</form>'
               '<form name="deskform" method="post"'
               ' action="comps_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="enter">'
               'Competition id: <input type="text" name="compid"'
               ' size="9">'
               '<input type="hidden" name="cmpname" value="">'
               '<input type="hidden" name="cmpformat" value="">'
               '<input type="hidden" name="cmptypes" value="">'
               '<input type="hidden" name="cmpres" value="">'
               '<input type="hidden" name="cmpstart" value="">'
               '<input type="hidden" name="cmpslot" value="">'
               '<input type="hidden" name="cmpmax" value="">'
               ' Member login: <input type="text" name="cmplogin"'
               ' size="20">'
               '<input type="submit" value="Enter Member">'
               '</form>'
               '<form name="drawform" method="post"'
               ' action="comps_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="draw">'
               'Competition id: <input type="text" name="compid"'
               ' size="9">'
               '<input type="submit" value="Close Entries and Draw">'
               '</form>'
               '<form name="resform" method="post"'
               ' action="comps_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="result">'
               'Competition id: <input type="text" name="compid"'
               ' size="9">'
               '<input type="hidden" name="cmpname" value="">'
               '<input type="hidden" name="cmpformat" value="">'
               '<input type="hidden" name="cmptypes" value="">'
               '<input type="hidden" name="cmpres" value="">'
               '<input type="hidden" name="cmpstart" value="">'
               '<input type="hidden" name="cmpslot" value="">'
               '<input type="hidden" name="cmpmax" value="">'
               '<input type="hidden" name="cmplogin" value="">'
               ' Fixture: <input type="text" name="fixno" size="5">'
               ' Home score: <input type="text" name="homescore"'
               ' size="2">'
               ' Away score: <input type="text" name="awayscore"'
               ' size="2">'
               '<input type="submit" value="Enter Result">'
               '</form>'
               '<form name="schform" method="post"'
               ' action="comps_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="schedule">'
               'Competition id: <input type="text" name="compid"'
               ' size="9">'
               '<input type="hidden" name="cmpname" value="">'
               '<input type="hidden" name="cmpformat" value="">'
               '<input type="hidden" name="cmptypes" value="">'
               '<input type="hidden" name="cmpres" value="">'
               '<input type="hidden" name="cmpstart" value="">'
               '<input type="hidden" name="cmpslot" value="">'
               '<input type="hidden" name="cmpmax" value="">'
               '<input type="hidden" name="cmplogin" value="">'
               ' Fixture: <input type="text" name="fixno" size="5">'
               '<input type="hidden" name="homescore" value="">'
               '<input type="hidden" name="awayscore" value="">'
               ' Date (CCYYMMDD): <input type="text" name="fixdate"'
               ' size="8">'
               ' Slot: <input type="text" name="fixslot" size="2">'
               '<input type="submit" value="Place Fixture">'
               '</form>'
               '<form name="chlform" method="post"'
               ' action="comps_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="challenge">'
               'Ladder id: <input type="text" name="compid" size="9">'
               '<input type="hidden" name="cmpname" value="">'
               '<input type="hidden" name="cmpformat" value="">'
               '<input type="hidden" name="cmptypes" value="">'
               '<input type="hidden" name="cmpres" value="">'
               '<input type="hidden" name="cmpstart" value="">'
               '<input type="hidden" name="cmpslot" value="">'
               '<input type="hidden" name="cmpmax" value="">'
               '<input type="hidden" name="cmplogin" value="">'
               '<input type="hidden" name="fixno" value="">'
               '<input type="hidden" name="homescore" value="">'
               '<input type="hidden" name="awayscore" value="">'
               ' Date (CCYYMMDD): <input type="text" name="fixdate"'
               ' size="8">'
               ' Slot: <input type="text" name="fixslot" size="2">'
               '<br>Challenger login: <input type="text"'
               ' name="challenger" size="20">'
               ' Defender login: <input type="text" name="defender"'
               ' size="20">'
               '<input type="submit" value="Book Challenge">'
               '</form>'
           end-display
           close comps
           copy "footer_html.cpy".
           stop run.
           copy "session-check.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
