       identification division.
       program-id. bills.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "suppliers.sel".
           copy "bills.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "suppliers.cpy".
       copy "bills.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wb-fstatus        pic xx    value "00".
       01  wlogin            pic x(60) value spaces.
       01  wamt-display      pic zzzzzz9,99.
       01  wrowcount         pic 9(04) value zeros.
       01  wtotal            pic 9(11)v99 value zeros.
       01  wtot-display      pic zzzzzzzzz9,99.
       01  wsupname          pic x(60) value spaces.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 filler         pic x(5968).
       copy "lnk-general.cpy".
       procedure division.
      *> Accounts payable: every bill not yet paid, oldest first,
      *> with what the club owes each supplier and when. A keyed
      *> bill waits here for a second operator to approve or reject
      *> it; approved bills go on the next AP payment run, which
      *> pays them and books them to EXPENSES. Staff only.
           display
               "Content-type: text/html"
               newline
           end-display
           move "bills" to wprogname
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
           open input bills
           if fstatus = "35"
               open output bills
               close bills
               open input bills
           end-if
           display
               '<h3>Bills To Pay</h3>'
               '<table border="1">'
               '<tr><th>Seq</th><th>Supplier</th><th>Invoice</th>'
               '<th>Dated</th><th>Due</th><th>Category</th>'
               '<th>Amount</th><th>Status</th><th>Keyed By</th>'
               '<th></th></tr>'
           end-display
           move "00" to wb-fstatus
           move zeros to bill-seq
           start bills key is not less than bill-seq
               invalid key move "10" to wb-fstatus
           end-start
           if wb-fstatus not = "10"
               read bills next
                   at end move "10" to wb-fstatus
               end-read
           end-if
           perform until wb-fstatus = "10"
               if bill-unpaid
                   perform show-bill
               end-if
               read bills next
                   at end move "10" to wb-fstatus
               end-read
           end-perform
           move wtotal to wtot-display
           display
               '</table>'
               '<p>Unpaid bills: ' wrowcount '  Total owed: '
               wtot-display '</p>'
               '<form name="billform" method="post"'
               ' action="bills_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="add">'
               '<input type="hidden" name="billseq" value="">'
               'Supplier id: <input type="text" name="billsup"'
               ' size="9">'
               ' Invoice no.: <input type="text" name="billinv"'
               ' size="20">'
               ' Invoice date (CCYYMMDD): '
               '<input type="text" name="billdate" size="8">'
               ' Due (blank = supplier terms): '
               '<input type="text" name="billdue" size="8">'
               '<br>Category (blank = supplier default): '
               '<input type="text" name="billcat" size="20">'
               ' Amount: <input type="text" name="billamount"'
               ' size="10">'
               '<input type="submit" value="Enter Bill">'
               '</form>'
               '<p><a href="suppliers.exe">Suppliers</a></p>'
           end-display
           close bills
           close suppliers
           copy "footer_html.cpy".
           stop run.
       show-bill.
           add 1 to wrowcount
           add bill-amount to wtotal
           move bill-supplier to sup-id
           move spaces to wsupname
           read suppliers
               invalid key continue
               not invalid key move sup-name to wsupname
           end-read
           move bill-amount to wamt-display
           display
               '<tr>'
               '<td>' bill-seq '</td>'
               '<td>' wsupname '</td>'
               '<td>' bill-invoice-no '</td>'
               '<td>' bill-inv-date '</td>'
               '<td>' bill-due-date '</td>'
               '<td>' bill-category '</td>'
               '<td>' wamt-display '</td>'
               '<td>' bill-status '</td>'
               '<td>' bill-entered-by '</td>'
               '<td>'
           end-display
           if bill-entered
               display
                   '<form name="apform" method="post"'
                   ' action="bills_submit.exe">'
                   '<input type="hidden" name="token" value="'
                   wtoken '">'
                   '<select name="opcao">'
                   '<option value="approve">Approve</option>'
                   '<option value="reject">Reject</option>'
                   '</select>'
                   '<input type="hidden" name="billseq" value="'
                   bill-seq '">'
                   '<input type="submit" value="Apply">'
                   '</form>'
               end-display
           end-if
           display
               '</td>'
               '</tr>'
           end-display.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
