       identification division.
       program-id. recert.
       environment division.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "recert.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "recert.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx    value "00".
       01  wlogin            pic x(60) value spaces.
       01  wcycle            pic x(08) value spaces.
       01  wdue              pic x(08) value spaces.
       01  wrowcount         pic 9(04) value zeros.
       01  wkind-display     pic x(05) value spaces.
       01  wrole-display     pic x(20) value spaces.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 filler         pic x(5968).
       copy "lnk-general.cpy".
       procedure division.
      *> The reviewer's side of the quarterly access recertification
      *> ACCESS-RECERT opens: every staff/admin login and active API
      *> key still pending in the current cycle, with role or scope,
      *> owner and last use, each with a Confirm button. Admin only;
      *> nobody confirms their own login. What is left pending on the
      *> due date is downgraded or revoked by the batch.
           display
               "Content-type: text/html"
               newline
           end-display
           move "recert" to wprogname
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
           if not member-admin
               move "ADMIN ONLY !!" to wmsgweb
               move "post"     to wmethod
               move "home.exe" to wexec
               perform openprogram
               stop run
           end-if
           close members
           copy "header_html.cpy".
           copy "menu_html.cpy".
           open input recert
           if fstatus = "35"
               open output recert
               close recert
               open input recert
           end-if
           if fstatus = zeros
               move "C" to rct-kind
               move "CYCLE" to rct-id
               read recert invalid key
                   continue
               not invalid key
                   move rct-cycle to wcycle
                   move rct-due to wdue
               end-read
           end-if
           display
               '<h3>Access Recertification</h3>'
               '<p>Cycle opened ' wcycle ', confirm by ' wdue
               '. Unconfirmed logins go back to regular and'
               ' unconfirmed keys are revoked after that date.</p>'
               '<table border="1">'
               '<tr><th>Kind</th><th>Login / Key</th>'
               '<th>Role / Scope</th><th>Owner</th>'
               '<th>Last Used</th><th></th></tr>'
           end-display
           if fstatus = zeros and wcycle not = spaces
               move low-values to rct-key
               move "K" to rct-kind
               move "00" to wr-fstatus
               start recert key is not less than rct-key
                   invalid key move "10" to wr-fstatus
               end-start
               if wr-fstatus not = "10"
                   read recert next
                       at end move "10" to wr-fstatus
                   end-read
               end-if
               perform until wr-fstatus = "10"
                   if not rct-control and rct-pending
                           and rct-cycle = wcycle
                       add 1 to wrowcount
                       perform show-item-row
                   end-if
                   read recert next
                       at end move "10" to wr-fstatus
                   end-read
               end-perform
           end-if
           if fstatus = zeros
               close recert
           end-if
           display
               '</table>'
               '<p>Pending: ' wrowcount '</p>'
           end-display
           copy "footer_html.cpy".
           stop run.
       show-item-row.
           move spaces to wrole-display
           if rct-login-item
               move "LOGIN" to wkind-display
               if rct-role = "A"
                   move "ADMIN" to wrole-display
               else
                   move "STAFF" to wrole-display
               end-if
           else
               move "KEY" to wkind-display
               string "MEMBERS " rct-scope(1:1) " EVENTS "
                      rct-scope(2:1)
                   delimited by size into wrole-display
               end-string
           end-if
           display
               '<tr>'
               '<td>' wkind-display '</td>'
               '<td>' function trim(rct-id) '</td>'
               '<td>' wrole-display '</td>'
               '<td>' function trim(rct-owner) '</td>'
               '<td>' rct-lastused(1:8) '</td>'
               '<td>'
           end-display
           if rct-login-item and rct-id = wsessionlogin
               display
                   'Another admin must confirm'
                   '</td></tr>'
               end-display
               exit paragraph
           end-if
           display
               '<form name="rcform" method="post"'
               ' action="recert_submit.exe">'
               '<input type="hidden" name="token" value="'
               wtoken '">'
               '<input type="hidden" name="kind" value="'
               rct-kind '">'
               '<input type="hidden" name="itemid" value="'
               function trim(rct-id) '">'
               '<input type="submit" value="Confirm">'
               '</form>'
               '</td>'
               '</tr>'
           end-display.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
