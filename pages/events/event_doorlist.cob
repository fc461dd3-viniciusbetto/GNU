       identification division.
       program-id. event_doorlist.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "events.sel".
           copy "eventreg.sel".
           copy "evtickets.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "events.cpy".
       copy "eventreg.cpy".
       copy "evtickets.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wq-fstatus        pic xx    value "00".
       01  wlogin            pic x(60) value spaces.
       01  wevent-n          pic 9(09) value zeros.
       01  wmembercount      pic 9(04) value zeros.
       01  wticketcount      pic 9(04) value zeros.
       01  wtodoor           pic 9(04) value zeros.
       01  wmembername       pic x(120) value spaces.
       01  wstate-display    pic x(20) value spaces.
       01  wamt-display      pic zzzzzz9,99.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 weventid-in    pic x(09).
           02 filler         pic x(5959).
       copy "lnk-general.cpy".
       procedure division.
      *> Printable door list for one event (staff): the members
      *> signed up, then the public ticket holders with a seat --
      *> paid, or queued ticket promoted and still to pay on the
      *> door -- with a blank column to tick people in. Replaces the
      *> paper list kept beside the ticket float.
           display
               "Content-type: text/html"
               newline
           end-display
           move "event_doorlist" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           move warray(1) to wtoken-in
           move warray(2) to weventid-in
           move wtoken-in to wtoken
           perform validate-token.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-events
           end-if
           perform authorize-staff-only
           move function numval(weventid-in) to wevent-n
           open input events
           if fstatus not = zeros
               move "EVENT NOT FOUND !!" to wmsgweb
               close members
               go redir-events
           end-if
           move wevent-n to evt-id
           read events invalid key
               move "EVENT NOT FOUND !!" to wmsgweb
               close events
               close members
               go redir-events
           end-read
           close events
           copy "header_html.cpy".
           display
               '<h3>Door List -- ' evt-name '</h3>'
               '<p>Event ' evt-id '  Date ' evt-date
               '  Seats taken ' evt-regcount ' of ' evt-capacity
               '</p>'
           end-display
           if evt-cancelled
               display '<p><b>THIS EVENT HAS BEEN CANCELLED</b></p>'
               end-display
           end-if
           display
               '<h4>Members</h4>'
               '<table border="1">'
               '<tr><th>Login</th><th>Member Id</th><th>Name</th>'
               '<th>Signed Up</th><th>In</th></tr>'
           end-display
           perform list-members
           close members
           display
               '</table>'
               '<h4>Public Tickets</h4>'
               '<table border="1">'
               '<tr><th>Ticket</th><th>Buyer</th><th>Phone</th>'
               '<th>Status</th><th>In</th></tr>'
           end-display
           perform list-tickets
           display
               '</table>'
               '<p>Members: ' wmembercount
               '  Ticket holders: ' wticketcount
               '  To pay on the door: ' wtodoor '</p>'
           end-display
           copy "footer_html.cpy".
           stop run.
       redir-events.
           move "post"       to wmethod
           move "events.exe" to wexec
           perform openprogram
           stop run.
       list-members.
           open input eventreg
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wq-fstatus
           move wevent-n   to evr-event
           move low-values to evr-login
           start eventreg key is not less than evr-key
               invalid key move "10" to wq-fstatus
           end-start
           if wq-fstatus not = "10"
               read eventreg next
                   at end move "10" to wq-fstatus
               end-read
           end-if
           perform until wq-fstatus = "10" or evr-event <> wevent-n
               add 1 to wmembercount
               move evr-login to login
               read members
                   invalid key move spaces to wmembername
                   not invalid key move name to wmembername
               end-read
               display
                   '<tr><td>' function trim(evr-login) '</td>'
                   '<td>' evr-member-id '</td>'
                   '<td>' function trim(wmembername) '</td>'
                   '<td>' evr-regdate '</td>'
                   '<td>&nbsp;&nbsp;&nbsp;&nbsp;</td></tr>'
               end-display
               read eventreg next
                   at end move "10" to wq-fstatus
               end-read
           end-perform
           close eventreg.
       list-tickets.
           open input evtickets
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wq-fstatus
           move wevent-n to etk-event
           move zeros    to etk-no
           start evtickets key is not less than etk-key
               invalid key move "10" to wq-fstatus
           end-start
           if wq-fstatus not = "10"
               read evtickets next
                   at end move "10" to wq-fstatus
               end-read
           end-if
           perform until wq-fstatus = "10" or etk-event <> wevent-n
               if etk-paid or etk-held
                   perform show-ticket
               end-if
               read evtickets next
                   at end move "10" to wq-fstatus
               end-read
           end-perform
           close evtickets.
       show-ticket.
           add 1 to wticketcount
           if etk-paid
               move "PAID" to wstate-display
           else
               add 1 to wtodoor
               move etk-price to wamt-display
               move spaces to wstate-display
               string "TO PAY " delimited by size
                      wamt-display delimited by size
                   into wstate-display
               end-string
           end-if
           display
               '<tr><td>' etk-no '</td>'
               '<td>' function trim(etk-buyer) '</td>'
               '<td>' function trim(etk-phone) '</td>'
               '<td>' wstate-display '</td>'
               '<td>&nbsp;&nbsp;&nbsp;&nbsp;</td></tr>'
           end-display.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
