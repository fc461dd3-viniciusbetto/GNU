       identification division.
       program-id. suppliers.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "suppliers.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "suppliers.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  ws-fstatus        pic xx    value "00".
       01  wlogin            pic x(60) value spaces.
       01  wrowcount         pic 9(04) value zeros.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 filler         pic x(5968).
       copy "lnk-general.cpy".
       procedure division.
      *> Supplier master -- the brewery, the cleaning company, the
      *> groundsman -- with the bank account the AP payment run pays
      *> into, the payment terms and the expense category their
      *> bills usually book to. Bills are keyed against a supplier
      *> on the BILLS screen. Staff only.
           display
               "Content-type: text/html"
               newline
           end-display
           move "suppliers" to wprogname
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
           open input suppliers
           if fstatus = "35"
               open output suppliers
               close suppliers
               open input suppliers
           end-if
           display
               '<h3>Suppliers</h3>'
               '<table border="1">'
               '<tr><th>Id</th><th>Supplier</th><th>Contact</th>'
               '<th>Email</th><th>Phone</th><th>Bank Account</th>'
               '<th>Terms</th><th>Category</th><th>Status</th></tr>'
           end-display
           move "00" to ws-fstatus
           move zeros to sup-id
           start suppliers key is not less than sup-id
               invalid key move "10" to ws-fstatus
           end-start
           if ws-fstatus not = "10"
               read suppliers next
                   at end move "10" to ws-fstatus
               end-read
           end-if
           perform until ws-fstatus = "10"
               add 1 to wrowcount
               display
                   '<tr>'
                   '<td>' sup-id '</td>'
                   '<td>' sup-name '</td>'
                   '<td>' sup-contact '</td>'
                   '<td>' sup-email '</td>'
                   '<td>' sup-phone '</td>'
                   '<td>' sup-bank-acct '</td>'
                   '<td>' sup-terms-days '</td>'
                   '<td>' sup-category '</td>'
                   '<td>' sup-status '</td>'
                   '</tr>'
               end-display
               read suppliers next
                   at end move "10" to ws-fstatus
               end-read
           end-perform
           display
               '</table>'
               '<p>Suppliers: ' wrowcount '</p>'
               '<form name="supform" method="post"'
               ' action="suppliers_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               'Supplier: <input type="text" name="supname"'
               ' size="30">'
               ' Contact: <input type="text" name="supcontact"'
               ' size="20">'
               ' Email: <input type="text" name="supemail"'
               ' size="30">'
               ' Phone: <input type="text" name="supphone"'
               ' size="15">'
               '<br>Bank account: <input type="text" name="supbank"'
               ' size="34">'
               ' Terms (days): <input type="text" name="supterms"'
               ' size="3" value="030">'
               ' Default category: <input type="text" name="supcat"'
               ' size="20">'
               '<input type="submit" value="Add Supplier">'
               '</form>'
               '<p><a href="bills.exe">Bills to pay</a></p>'
           end-display
           close suppliers
           copy "footer_html.cpy".
           stop run.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
