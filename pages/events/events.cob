       01  we-fstatus        pic xx    value "00".
       01  weventcount       pic 9(04) value zeros.
       01  wfee-display      pic zzzzzz9,99.
       01  wtprice-display   pic zzzzzz9,99.
       01  wticket-display   pic x(12) value spaces.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
               '<table border="1">'
               '<tr><th>Id</th><th>Event</th><th>Date</th>'
               '<th>Signed Up</th><th>Capacity</th><th>Fee</th>'
               '<th>Public Ticket</th>'
               '<th></th></tr>'
           end-display
           move "00" to we-fstatus
           perform until we-fstatus = "10"
               add 1 to weventcount
               move evt-fee to wfee-display
               move "MEMBERS ONLY" to wticket-display
               if evt-sells-tickets
                   move evt-ticket-price to wtprice-display
                   move wtprice-display to wticket-display
               end-if
               if evt-cancelled
                   display
                       '<tr>'
                       '<td>' evt-id '</td>'
                       '<td>' evt-name '</td>'
                       '<td>' evt-date '</td>'
                       '<td>' evt-regcount '</td>'
                       '<td>' evt-capacity '</td>'
                       '<td>' wfee-display '</td>'
                       '<td>' wticket-display '</td>'
                       '<td>CANCELLED</td>'
                       '</tr>'
                   end-display
               else
                   display
                       '<tr>'
                       '<td>' evt-id '</td>'
                       '<td>' evt-name '</td>'
                       '<td>' evt-date '</td>'
                       '<td>' evt-regcount '</td>'
                       '<td>' evt-capacity '</td>'
                       '<td>' wfee-display '</td>'
                       '<td>' wticket-display '</td>'
                       '<td>'
                       '<form name="regform" method="post"'
                       ' action="events_submit.exe">'
                       '<input type="hidden" name="token" value="'
                       wtoken '">'
                       '<input type="hidden" name="opcao"'
                       ' value="register">'
                       '<input type="hidden" name="eventid" value="'
                       evt-id '">'
                       '<input type="hidden" name="evname" value="">'
                       '<input type="hidden" name="evdate" value="">'
                       '<input type="hidden" name="evcap" value="">'
                       '<input type="hidden" name="evlogin" value="">'
                       '<input type="hidden" name="evfee" value="">'
                       '<input type="hidden" name="evrating" value="">'
                       '<input type="hidden" name="evcomment" value="">'
                       ' Voucher no: '
                       '<input type="text" name="evvoucher" size="9">'
                       ' If called off: <select name="evsettle">'
                       '<option value="C">Credit</option>'
                       '<option value="R">Refund</option>'
                       '</select>'
                       '<input type="hidden" name="evtprice" value="">'
                       '<input type="hidden" name="tkno" value="">'
                       '<input type="hidden" name="tkbuyer" value="">'
                       '<input type="hidden" name="tkphone" value="">'
                       '<input type="hidden" name="tkemail" value="">'
                       '<input type="hidden" name="tkmethod" value="">'
                       ' Pay with points: <select name="evpoints">'
                       '<option value="N">No</option>'
                       '<option value="Y">Yes</option>'
                       '</select>'
                       '<input type="submit" value="Sign Up">'
                       '</form>'
                       '<form name="cxlform" method="post"'
                       ' action="events_submit.exe">'
                       '<input type="hidden" name="token" value="'
                       wtoken '">'
                       '<input type="hidden" name="opcao"'
                       ' value="cancel">'
                       '<input type="hidden" name="eventid" value="'
                       evt-id '">'
                       '<input type="submit" value="Cancel">'
                       '</form>'
                       '</td>'
                       '</tr>'
                   end-display
               end-if
               read events next
                   at end move "10" to we-fstatus
               end-read
               ' size="40">'
               '<input type="submit" value="Send Feedback">'
               '</form>'
               '<h4>If the Club Cancels an Event You Paid For</h4>'
               '<form name="prefform" method="post"'
               ' action="events_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="settlepref">'
               'Event id: <input type="text" name="eventid" size="9">'
               '<input type="hidden" name="evname" value="">'
               '<input type="hidden" name="evdate" value="">'
               '<input type="hidden" name="evcap" value="">'
               '<input type="hidden" name="evlogin" value="">'
               '<input type="hidden" name="evfee" value="">'
               '<input type="hidden" name="evrating" value="">'
               '<input type="hidden" name="evcomment" value="">'
               '<input type="hidden" name="evvoucher" value="">'
               ' <select name="evsettle">'
               '<option value="C">Keep it as account credit</option>'
               '<option value="R">Refund it to my bank</option>'
               '</select>'
               '<input type="submit" value="Save">'
               '</form>'
               '<h4>Staff</h4>'
               '<form name="addform" method="post"'
               ' action="events_submit.exe">'
               '<input type="hidden" name="evlogin" value="">'
               ' Fee (blank = free): <input type="text" name="evfee"'
               ' size="10">'
               '<input type="hidden" name="evrating" value="">'
               '<input type="hidden" name="evcomment" value="">'
               '<input type="hidden" name="evvoucher" value="">'
               '<input type="hidden" name="evsettle" value="">'
               ' Public ticket price (blank = members only):'
               ' <input type="text" name="evtprice" size="10">'
               '<input type="submit" value="Create Event">'
               '</form>'
               '<form name="chkform" method="post"'
               ' size="20">'
               '<input type="submit" value="Check In">'
               '</form>'
               '<form name="cxlevtform" method="post"'
               ' action="events_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="cancelevt">'
               'Event id: <input type="text" name="eventid" size="9">'
               '<input type="hidden" name="evname" value="">'
               '<input type="hidden" name="evdate" value="">'
               '<input type="hidden" name="evcap" value="">'
               '<input type="hidden" name="evlogin" value="">'
               '<input type="hidden" name="evfee" value="">'
               '<input type="hidden" name="evrating" value="">'
               '<input type="hidden" name="evcomment" value="">'
               '<input type="hidden" name="evvoucher" value="">'
               ' Paid fees, unless the member chose: '
               '<select name="evsettle">'
               '<option value="C">Account credit</option>'
               '<option value="R">Bank refund</option>'
               '</select>'
               '<input type="submit" value="Cancel Whole Event">'
               '</form>'
               '<h4>Public Tickets (desk)</h4>'
               '<form name="tksellform" method="post"'
               ' action="events_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="sellticket">'
               'Event id: <input type="text" name="eventid" size="9">'
               '<input type="hidden" name="evname" value="">'
               '<input type="hidden" name="evdate" value="">'
               '<input type="hidden" name="evcap" value="">'
               '<input type="hidden" name="evlogin" value="">'
               '<input type="hidden" name="evfee" value="">'
               '<input type="hidden" name="evrating" value="">'
               '<input type="hidden" name="evcomment" value="">'
               '<input type="hidden" name="evvoucher" value="">'
               '<input type="hidden" name="evsettle" value="">'
               '<input type="hidden" name="evtprice" value="">'
               '<input type="hidden" name="tkno" value="">'
               ' Buyer: <input type="text" name="tkbuyer" size="25">'
               ' Phone: <input type="text" name="tkphone" size="15">'
               ' Email: <input type="text" name="tkemail" size="25">'
               ' Paid by: <input type="text" name="tkmethod"'
               ' size="10">'
               '<input type="submit" value="Sell Ticket">'
               '</form>'
               '<form name="tkpayform" method="post"'
               ' action="events_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="payticket">'
               'Event id: <input type="text" name="eventid" size="9">'
               '<input type="hidden" name="evname" value="">'
               '<input type="hidden" name="evdate" value="">'
               '<input type="hidden" name="evcap" value="">'
               '<input type="hidden" name="evlogin" value="">'
               '<input type="hidden" name="evfee" value="">'
               '<input type="hidden" name="evrating" value="">'
               '<input type="hidden" name="evcomment" value="">'
               '<input type="hidden" name="evvoucher" value="">'
               '<input type="hidden" name="evsettle" value="">'
               '<input type="hidden" name="evtprice" value="">'
               ' Ticket no: <input type="text" name="tkno" size="9">'
               '<input type="hidden" name="tkbuyer" value="">'
               '<input type="hidden" name="tkphone" value="">'
               '<input type="hidden" name="tkemail" value="">'
               ' Paid by: <input type="text" name="tkmethod"'
               ' size="10">'
               '<input type="submit" value="Take Payment">'
               '</form>'
               '<form name="tkcxlform" method="post"'
               ' action="events_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="cxlticket">'
               'Event id: <input type="text" name="eventid" size="9">'
               '<input type="hidden" name="evname" value="">'
               '<input type="hidden" name="evdate" value="">'
               '<input type="hidden" name="evcap" value="">'
               '<input type="hidden" name="evlogin" value="">'
               '<input type="hidden" name="evfee" value="">'
               '<input type="hidden" name="evrating" value="">'
               '<input type="hidden" name="evcomment" value="">'
               '<input type="hidden" name="evvoucher" value="">'
               '<input type="hidden" name="evsettle" value="">'
               '<input type="hidden" name="evtprice" value="">'
               ' Ticket no: <input type="text" name="tkno" size="9">'
               '<input type="submit" value="Cancel Ticket">'
               '</form>'
               '<form name="doorform" method="post"'
               ' action="event_doorlist.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               'Event id: <input type="text" name="eventid" size="9">'
               '<input type="submit" value="Print Door List">'
               '</form>'
           end-display
           close events
           copy "footer_html.cpy".
