       identification division.
       program-id. hires.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "hirers.sel".
           copy "hires.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "hirers.cpy".
       copy "hires.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx    value "00".
       01  wlogin            pic x(60) value spaces.
       01  wtoday            pic x(08) value spaces.
       01  whirercount       pic 9(04) value zeros.
       01  whirecount        pic 9(04) value zeros.
       01  whirer-display    pic x(40) value spaces.
       01  wstate-display    pic x(16) value spaces.
       01  wrun-display      pic x(20) value spaces.
       01  woutstanding      pic 9(07)v99 value zeros.
       01  wquote-display    pic zzzzzz9,99.
       01  wdep-display      pic zzzzzz9,99.
       01  wpaid-display     pic zzzzzz9,99.
       01  wowed-display     pic zzzzzz9,99.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 filler         pic x(5968).
       copy "lnk-general.cpy".
       procedure division.
      *> Room hire desk (staff only): the outside hirers on file, and
      *> every hire contract with its slots, price, deposit invoice,
      *> money taken and what is still owed, with the forms to add a
      *> hirer, quote a hire, and confirm, take payment on or cancel
      *> a contract. HIRES_SUBMIT does the work.
           display
               "Content-type: text/html"
               newline
           end-display
           move "hires" to wprogname
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
           open input hirers
           if fstatus = "35"
               open output hirers
               close hirers
               open input hirers
           end-if
           open input hires
           if fstatus = "35"
               open output hires
               close hires
               open input hires
           end-if
           display
               '<h3>Room Hire</h3>'
               '<h4>Hirers</h4>'
               '<table border="1">'
               '<tr><th>No</th><th>Name</th><th>Contact</th>'
               '<th>Email</th><th>Phone</th><th>Status</th></tr>'
           end-display
           move "00" to wr-fstatus
           move zeros to hir-id
           start hirers key is not less than hir-id
               invalid key move "10" to wr-fstatus
           end-start
           if wr-fstatus not = "10"
               read hirers next
                   at end move "10" to wr-fstatus
               end-read
           end-if
           perform until wr-fstatus = "10"
               add 1 to whirercount
               display
                   '<tr><td>' hir-id '</td>'
                   '<td>' function trim(hir-name) '</td>'
                   '<td>' function trim(hir-contact) '</td>'
                   '<td>' function trim(hir-email) '</td>'
                   '<td>' function trim(hir-phone) '</td>'
                   '<td>' hir-status '</td></tr>'
               end-display
               read hirers next
                   at end move "10" to wr-fstatus
               end-read
           end-perform
           display
               '</table>'
               '<h4>Contracts</h4>'
               '<table border="1">'
               '<tr><th>No</th><th>Hirer</th><th>Resource</th>'
               '<th>Dates</th><th>Slots</th><th>Price</th>'
               '<th>Deposit</th><th>Invoice</th><th>Deposit Due</th>'
               '<th>Balance Due</th><th>Paid</th><th>Owed</th>'
               '<th>Status</th><th></th></tr>'
           end-display
           move "00" to wr-fstatus
           move zeros to hre-id
           start hires key is not less than hre-id
               invalid key move "10" to wr-fstatus
           end-start
           if wr-fstatus not = "10"
               read hires next
                   at end move "10" to wr-fstatus
               end-read
           end-if
           perform until wr-fstatus = "10"
               add 1 to whirecount
               perform show-hire
               read hires next
                   at end move "10" to wr-fstatus
               end-read
           end-perform
           close hires
           close hirers
           display
               '</table>'
               '<p>Hirers: ' whirercount '  Contracts: ' whirecount
               '</p>'
               '<h4>New Hirer</h4>'
               '<form name="hirerform" method="post"'
               ' action="hires_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="addhirer">'
               '<input type="hidden" name="hireid" value="">'
               '<input type="hidden" name="hirerid" value="">'
               'Name: <input type="text" name="hname" size="30">'
               ' Contact: <input type="text" name="hcontact"'
               ' size="30">'
               '<br>Email: <input type="text" name="hemail"'
               ' size="30">'
               ' Phone: <input type="text" name="hphone" size="15">'
               '<br>Address: <input type="text" name="haddress"'
               ' size="60">'
               '<input type="submit" value="Add Hirer">'
               '</form>'
               '<h4>Quote a Hire</h4>'
               '<form name="quoteform" method="post"'
               ' action="hires_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="quote">'
               '<input type="hidden" name="hireid" value="">'
               'Hirer no: <input type="text" name="hirerid" size="9">'
               '<input type="hidden" name="hname" value="">'
               '<input type="hidden" name="hcontact" value="">'
               '<input type="hidden" name="hemail" value="">'
               '<input type="hidden" name="hphone" value="">'
               '<input type="hidden" name="haddress" value="">'
               ' Resource id: <input type="text" name="resid"'
               ' size="4">'
               '<br>Date (CCYYMMDD): <input type="text" name="date1"'
               ' size="8">'
               ' Last date if weekly: <input type="text" name="date2"'
               ' size="8">'
               ' Weekly (Y/N): <input type="text" name="weekly"'
               ' size="1">'
               '<br>From slot: <input type="text" name="slotfrom"'
               ' size="2">'
               ' To slot (inclusive): <input type="text"'
               ' name="slotto" size="2">'
               '<br>Price (blank = resource rates): <input'
               ' type="text" name="quote" size="10">'
               ' Deposit (blank = 25%): <input type="text"'
               ' name="deposit" size="10">'
               '<br>Terms: <input type="text" name="terms"'
               ' size="80">'
               '<input type="submit" value="Quote">'
               '</form>'
           end-display
           copy "footer_html.cpy".
           stop run.
       show-hire.
           move spaces to whirer-display
           move hre-hirer to hir-id
           read hirers invalid key
               move "?" to whirer-display
           not invalid key
               move hir-name to whirer-display
           end-read
           evaluate true
               when hre-cancelled
                   move "CANCELLED" to wstate-display
               when hre-quoted
                   move "QUOTED" to wstate-display
               when hre-last-date < wtoday
                   move "HELD" to wstate-display
               when other
                   move "CONFIRMED" to wstate-display
           end-evaluate
           move spaces to wrun-display
           if hre-is-weekly
               string hre-first-date delimited by size
                      "-" delimited by size
                      hre-last-date delimited by size
                      " W" delimited by size
                   into wrun-display
               end-string
           else
               move hre-first-date to wrun-display
           end-if
           compute woutstanding = hre-quote - hre-paid
           move hre-quote to wquote-display
           move hre-deposit to wdep-display
           move hre-paid to wpaid-display
           move woutstanding to wowed-display
           display
               '<tr><td>' hre-id '</td>'
               '<td>' function trim(whirer-display) '</td>'
               '<td>' hre-resource '</td>'
               '<td>' function trim(wrun-display) '</td>'
               '<td>' hre-slot-from ':00-' hre-slot-to ':59 ('
               hre-slots ')</td>'
               '<td>' wquote-display '</td>'
               '<td>' wdep-display '</td>'
               '<td>' hre-dep-invoice '</td>'
               '<td>' hre-dep-due '</td>'
               '<td>' hre-balance-due '</td>'
               '<td>' wpaid-display '</td>'
               '<td>' wowed-display '</td>'
               '<td>' wstate-display '</td><td>'
           end-display
           if hre-quoted
               display
                   '<form name="cfmform" method="post"'
                   ' action="hires_submit.exe">'
                   '<input type="hidden" name="token" value="'
                   wtoken '">'
                   '<input type="hidden" name="opcao"'
                   ' value="confirm">'
                   '<input type="hidden" name="hireid" value="'
                   hre-id '">'
                   '<input type="submit" value="Confirm">'
                   '</form>'
               end-display
           end-if
           if hre-confirmed and woutstanding > zeros
               display
                   '<form name="payform" method="post"'
                   ' action="hires_submit.exe">'
                   '<input type="hidden" name="token" value="'
                   wtoken '">'
                   '<input type="hidden" name="opcao" value="pay">'
                   '<input type="hidden" name="hireid" value="'
                   hre-id '">'
                   '<input type="hidden" name="hirerid" value="">'
                   '<input type="hidden" name="hname" value="">'
                   '<input type="hidden" name="hcontact" value="">'
                   '<input type="hidden" name="hemail" value="">'
                   '<input type="hidden" name="hphone" value="">'
                   '<input type="hidden" name="haddress" value="">'
                   '<input type="hidden" name="resid" value="">'
                   '<input type="hidden" name="date1" value="">'
                   '<input type="hidden" name="date2" value="">'
                   '<input type="hidden" name="weekly" value="">'
                   '<input type="hidden" name="slotfrom" value="">'
                   '<input type="hidden" name="slotto" value="">'
                   '<input type="hidden" name="quote" value="">'
                   '<input type="hidden" name="deposit" value="">'
                   '<input type="hidden" name="terms" value="">'
                   'Amount: <input type="text" name="amount"'
                   ' size="10">'
                   ' Method: <input type="text" name="method"'
                   ' size="10" value="CASH">'
                   '<input type="submit" value="Take Payment">'
                   '</form>'
               end-display
           end-if
           if not hre-cancelled and hre-last-date >= wtoday
               display
                   '<form name="cnlform" method="post"'
                   ' action="hires_submit.exe">'
                   '<input type="hidden" name="token" value="'
                   wtoken '">'
                   '<input type="hidden" name="opcao"'
                   ' value="cancel">'
                   '<input type="hidden" name="hireid" value="'
                   hre-id '">'
                   '<input type="submit" value="Cancel">'
                   '</form>'
               end-display
           end-if
           display
               '</td></tr>'
           end-display
           if hre-terms not = spaces
               display
                   '<tr><td></td><td colspan="13">Terms: '
                   function trim(hre-terms) '</td></tr>'
               end-display
           end-if.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
