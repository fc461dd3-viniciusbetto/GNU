       identification division.
       program-id. gateway_review.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "gwtxn.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "gwtxn.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wp-fstatus        pic xx    value "00".
       01  wlogin            pic x(60) value spaces.
       01  wamt-display      pic zzzzzz9,99.
       01  wrowcount         pic 9(04) value zeros.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 filler         pic x(5968).
       copy "lnk-general.cpy".
       procedure division.
      *> Online payments that need a person: notices the provider
      *> reported as failed or disputed, and paid notices the
      *> callback could not place (unknown login, key clash). Each
      *> row stays listed until staff clear it with a note of what
      *> was done -- a reversal on the corrections desk, a manual
      *> posting, a call to the member. Staff only.
           display
               "Content-type: text/html"
               newline
           end-display
           move "gateway_review" to wprogname
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
           perform authorize-staff-only.
           close members
           copy "header_html.cpy".
           copy "menu_html.cpy".
           open input gwtxn
           if fstatus = "35"
               open output gwtxn
               close gwtxn
               open input gwtxn
           end-if
           display
               '<h3>Online Payments for Review</h3>'
               '<table border="1">'
               '<tr><th>Gateway Txn</th><th>Login</th><th>Amount</th>'
               '<th>Notice</th><th>Status</th><th>Received</th>'
               '<th>Receipt</th><th>Reason</th></tr>'
           end-display
           move "00" to wp-fstatus
           move low-values to gwt-txn-id
           start gwtxn key is not less than gwt-txn-id
               invalid key move "10" to wp-fstatus
           end-start
           if wp-fstatus not = "10"
               read gwtxn next
                   at end move "10" to wp-fstatus
               end-read
           end-if
           perform until wp-fstatus = "10"
               if gwt-needs-review
                   add 1 to wrowcount
                   move gwt-amount to wamt-display
                   display
                       '<tr>'
                       '<td>' gwt-txn-id '</td>'
                       '<td>' gwt-login '</td>'
                       '<td>' wamt-display '</td>'
                       '<td>' gwt-notice '</td>'
                       '<td>' gwt-status '</td>'
                       '<td>' gwt-received '</td>'
                       '<td>' gwt-receipt '</td>'
                       '<td>' gwt-reason '</td>'
                       '</tr>'
                   end-display
               end-if
               read gwtxn next
                   at end move "10" to wp-fstatus
               end-read
           end-perform
           display
               '</table>'
               '<p>Awaiting review: ' wrowcount '</p>'
               '<form name="gwform" method="post"'
               ' action="gateway_review_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               'Gateway Txn: <input type="text" name="gwtxn"'
               ' size="40">'
               ' Action taken: <input type="text" name="gwnote"'
               ' size="40">'
               '<input type="submit" value="Clear">'
               '</form>'
           end-display
           close gwtxn
           copy "footer_html.cpy".
           stop run.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
