           copy "sessions.sel".
           copy "lockers.sel".
           copy "lkrwait.sel".
           copy "secdeps.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       copy "sessions.cpy".
       copy "lockers.cpy".
       copy "lkrwait.cpy".
       copy "secdeps.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       01  wamt-display      pic zzz9,99.
       01  wrowcount         pic 9(04) value zeros.
       01  wwaitcount        pic 9(04) value zeros.
       01  wdepcount         pic 9(04) value zeros.
       01  wdeptotal         pic 9(09)v99 value zeros.
       01  wdep-display      pic zzzzzz9,99.
       01  wdeptot-display   pic zzzzzzzz9,99.
       01  wkind-display     pic x(06) value spaces.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
      *> block, holder and monthly rental (billed by the invoice
      *> run), a waitlist for the popular blocks, and the staff
      *> forms for adding, assigning, releasing and queueing.
      *> Lockers free themselves on resignation and lapse. Below,
      *> the security deposits held on lockers, keys and lending
      *> items, with the forms to issue, take back or write off a
      *> desk key. Staff only.
           display
               "Content-type: text/html"
               newline
               '<p>Lockers: ' wrowcount '</p>'
           end-display
           perform list-waiting
           perform list-deposits
           display
               '<form name="addform" method="post"'
               ' action="lockers_submit.exe">'
               '<input type="hidden" name="lkrrent" value="">'
               ' to member: <input type="text" name="mlogin"'
               ' size="20">'
               ' Deposit: <input type="text" name="deposit"'
               ' size="10">'
               ' Method: <input type="text" name="paymethod"'
               ' size="10" value="CASH">'
               '<input type="submit" value="Assign">'
               '</form>'
               '<form name="relform" method="post"'
               ' size="20">'
               '<input type="submit" value="Join Waitlist">'
               '</form>'
               '<h4>Desk Keys</h4>'
               '<form name="keyform" method="post"'
               ' action="lockers_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="keyout">'
               '<input type="hidden" name="lkrid" value="">'
               '<input type="hidden" name="lkrblock" value="">'
               '<input type="hidden" name="lkrrent" value="">'
               'Issue key -- member: <input type="text"'
               ' name="mlogin" size="20">'
               ' Deposit: <input type="text" name="deposit"'
               ' size="10">'
               ' Method: <input type="text" name="paymethod"'
               ' size="10" value="CASH">'
               ' Key tag: <input type="text" name="keytag"'
               ' size="20">'
               '<input type="submit" value="Issue Key">'
               '</form>'
               '<form name="kinform" method="post"'
               ' action="lockers_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="keyin">'
               '<input type="hidden" name="lkrid" value="">'
               '<input type="hidden" name="lkrblock" value="">'
               '<input type="hidden" name="lkrrent" value="">'
               '<input type="hidden" name="mlogin" value="">'
               '<input type="hidden" name="deposit" value="">'
               '<input type="hidden" name="paymethod" value="">'
               'Key tag: <input type="text" name="keytag"'
               ' size="20">'
               '<input type="submit" value="Key Returned">'
               '</form>'
               '<form name="klsform" method="post"'
               ' action="lockers_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="keylost">'
               '<input type="hidden" name="lkrid" value="">'
               '<input type="hidden" name="lkrblock" value="">'
               '<input type="hidden" name="lkrrent" value="">'
               '<input type="hidden" name="mlogin" value="">'
               '<input type="hidden" name="deposit" value="">'
               '<input type="hidden" name="paymethod" value="">'
               'Key tag: <input type="text" name="keytag"'
               ' size="20">'
               '<input type="submit" value="Key Lost -- Keep Deposit">'
               '</form>'
           end-display
           copy "footer_html.cpy".
           stop run.
               '</table>'
               '<p>Waiting: ' wwaitcount '</p>'
           end-display.
       list-deposits.
           open input secdeps
           if fstatus not = zeros
               exit paragraph
           end-if
           display
               '<h4>Security Deposits Held</h4>'
               '<table border="1">'
               '<tr><th>No</th><th>For</th><th>Locker/Item/Key</th>'
               '<th>Member</th><th>Amount</th><th>Taken</th>'
               '<th>Receipt</th></tr>'
           end-display
           move "00" to wl-fstatus
           move zeros to sdp-id
           start secdeps key is not less than sdp-id
               invalid key move "10" to wl-fstatus
           end-start
           if wl-fstatus not = "10"
               read secdeps next
                   at end move "10" to wl-fstatus
               end-read
           end-if
           perform until wl-fstatus = "10"
               if sdp-held
                   add 1 to wdepcount
                   add sdp-amount to wdeptotal
                   evaluate true
                       when sdp-for-locker
                           move "LOCKER" to wkind-display
                       when sdp-for-loan
                           move "ITEM"   to wkind-display
                       when other
                           move "KEY"    to wkind-display
                   end-evaluate
                   move sdp-amount to wdep-display
                   display
                       '<tr>'
                       '<td>' sdp-id '</td>'
                       '<td>' wkind-display '</td>'
                       '<td>' function trim(sdp-ref) '</td>'
                       '<td>' function trim(sdp-login) '</td>'
                       '<td>' wdep-display '</td>'
                       '<td>' sdp-taken '</td>'
                       '<td>' sdp-receipt '</td>'
                       '</tr>'
                   end-display
               end-if
               read secdeps next
                   at end move "10" to wl-fstatus
               end-read
           end-perform
           close secdeps
           move wdeptotal to wdeptot-display
           display
               '</table>'
               '<p>Deposits held: ' wdepcount '  Total: '
               wdeptot-display '</p>'
           end-display.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
