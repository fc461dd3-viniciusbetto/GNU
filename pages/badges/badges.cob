       identification division.
       program-id. badges.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "badges.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "badges.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       78  wrecent-days      value 90.
       01  wb-fstatus        pic xx    value "00".
       01  wlogin            pic x(60) value spaces.
       01  wtoday            pic x(08) value spaces.
       01  wsince            pic x(08) value spaces.
       01  wsince-int        pic s9(09) comp.
       01  wissuedcount      pic 9(05) value zeros.
       01  wgonecount        pic 9(05) value zeros.
       01  wrowcount         pic 9(04) value zeros.
       01  wstate-display    pic x(10) value spaces.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wfind-login    pic x(60).
           02 filler         pic x(5908).
       copy "lnk-general.cpy".
       procedure division.
      *> Badge and fob register (staff only): look a member up to see
      *> every badge they have held and the printed card number the
      *> door falls back on, the number of badges out, the badges
      *> lost or destroyed in the last 90 days, and the forms to
      *> issue, replace or change the state of a badge.
      *> BADGES_SUBMIT does the work.
           display
               "Content-type: text/html"
               newline
           end-display
           move "badges" to wprogname
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
           compute wsince-int = function integer-of-date(
               function numval(wtoday)) - wrecent-days
           move function date-of-integer(wsince-int) to wsince
           copy "header_html.cpy".
           copy "menu_html.cpy".
           open input badges
           if fstatus = "35"
               open output badges
               close badges
               open input badges
           end-if
           display
               '<h3>Badges and Fobs</h3>'
               '<form name="findform" method="post"'
               ' action="badges.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               'Member login: <input type="text" name="login"'
               ' size="30" value="' function trim(wfind-login) '">'
               '<input type="submit" value="Look Up">'
               '</form>'
           end-display
           if wfind-login not = spaces
               perform show-member-badges
           end-if
           close members
           display
               '<h4>Lost or Destroyed in the Last 90 Days</h4>'
               '<table border="1">'
               '<tr><th>Serial</th><th>Member</th><th>State</th>'
               '<th>Recorded</th><th>By</th><th>Note</th></tr>'
           end-display
           perform start-badges
           perform until wb-fstatus = "10"
               if bdg-active
                   add 1 to wissuedcount
               end-if
               if bdg-gone and bdg-status-date >= wsince
                   add 1 to wgonecount
                   perform state-word
                   display
                       '<tr><td>' bdg-serial '</td>'
                       '<td>' function trim(bdg-login) '</td>'
                       '<td>' wstate-display '</td>'
                       '<td>' bdg-status-date '</td>'
                       '<td>' function trim(bdg-status-by) '</td>'
                       '<td>' function trim(bdg-note) '</td></tr>'
                   end-display
               end-if
               read badges next
                   at end move "10" to wb-fstatus
               end-read
           end-perform
           close badges
           display
               '</table>'
               '<p>Lost or destroyed: ' wgonecount
               '  Badges out: ' wissuedcount '</p>'
               '<h4>Issue a Badge</h4>'
               '<form name="issform" method="post"'
               ' action="badges_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="issue">'
               'Serial: <input type="text" name="bserial" size="9">'
               ' Member login: <input type="text" name="blogin"'
               ' size="30" value="' function trim(wfind-login) '">'
               '<input type="hidden" name="bstatus" value="">'
               '<br>Card fee (when the last badge was lost or'
               ' destroyed): <select name="bwaive">'
               '<option value="N">Charge</option>'
               '<option value="Y">Waive</option></select>'
               '<br>Note: <input type="text" name="bnote" size="60">'
               '<input type="submit" value="Issue">'
               '</form>'
               '<h4>Replace a Lost or Destroyed Badge</h4>'
               '<form name="repform" method="post"'
               ' action="badges_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="replace">'
               'New serial: <input type="text" name="bserial"'
               ' size="9">'
               ' Member login: <input type="text" name="blogin"'
               ' size="30" value="' function trim(wfind-login) '">'
               ' Old badge was: <select name="bstatus">'
               '<option value="L">Lost</option>'
               '<option value="D">Destroyed</option></select>'
               '<br>Card fee: <select name="bwaive">'
               '<option value="N">Charge</option>'
               '<option value="Y">Waive</option></select>'
               '<br>Note: <input type="text" name="bnote" size="60">'
               '<input type="submit" value="Replace">'
               '</form>'
               '<h4>Record a Badge Lost, Returned or Destroyed</h4>'
               '<form name="stsform" method="post"'
               ' action="badges_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="status">'
               'Serial (or printed card number): <input type="text"'
               ' name="bserial" size="9">'
               '<input type="hidden" name="blogin" value="">'
               ' <select name="bstatus">'
               '<option value="L">Lost</option>'
               '<option value="R">Returned</option>'
               '<option value="D">Destroyed</option></select>'
               '<input type="hidden" name="bwaive" value="">'
               '<br>Note: <input type="text" name="bnote" size="60">'
               '<input type="submit" value="Record">'
               '</form>'
           end-display
           copy "footer_html.cpy".
           stop run.
       start-badges.
           move "00" to wb-fstatus
           move zeros to bdg-serial
           start badges key is not less than bdg-serial
               invalid key move "10" to wb-fstatus
           end-start
           if wb-fstatus not = "10"
               read badges next
                   at end move "10" to wb-fstatus
               end-read
           end-if.
       state-word.
           evaluate true
               when bdg-active    move "ISSUED"    to wstate-display
               when bdg-lost      move "LOST"      to wstate-display
               when bdg-returned  move "RETURNED"  to wstate-display
               when other         move "DESTROYED" to wstate-display
           end-evaluate.
       show-member-badges.
           move wfind-login to login
           read members invalid key
               display '<p>No member ' function trim(wfind-login)
                   '.</p>'
               end-display
               exit paragraph
           end-read
           display
               '<h4>' function trim(name) ' ('
               function trim(login) ')</h4>'
               '<table border="1">'
               '<tr><th>Serial</th><th>Issued</th><th>By</th>'
               '<th>State</th><th>Since</th><th>Replaces</th>'
               '<th>Card Fee</th><th>Note</th></tr>'
           end-display
           move zeros to wrowcount
           move "00" to wb-fstatus
           move wfind-login to bdg-login
           start badges key is equal to bdg-login
               invalid key move "10" to wb-fstatus
           end-start
           if wb-fstatus not = "10"
               read badges next
                   at end move "10" to wb-fstatus
               end-read
           end-if
           perform until wb-fstatus = "10"
                   or bdg-login not = wfind-login
               add 1 to wrowcount
               perform state-word
               if bdg-is-legacy
                   move "CARD" to bdg-issued
               end-if
               display
                   '<tr><td>' bdg-serial '</td>'
                   '<td>' bdg-issued(1:8) '</td>'
                   '<td>' function trim(bdg-operator) '</td>'
                   '<td>' wstate-display '</td>'
                   '<td>' bdg-status-date '</td>'
                   '<td>' bdg-replaces '</td>'
                   '<td>' bdg-fee-seq '</td>'
                   '<td>' function trim(bdg-note) '</td></tr>'
               end-display
               read badges next
                   at end move "10" to wb-fstatus
               end-read
           end-perform
           display '</table>' end-display
           if wrowcount = zeros
               display
                   '<p>No badge on file: the door opens on the printed'
                   ' card number ' member-id '.</p>'
               end-display
           end-if.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
