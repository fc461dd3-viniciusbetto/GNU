       identification division.
       program-id. vouchers.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "vouchers.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "vouchers.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wv-fstatus        pic xx    value "00".
       01  wlogin            pic x(60) value spaces.
       01  wface-display     pic zzzzz9,99.
       01  wbal-display      pic zzzzz9,99.
       01  wtot-display      pic zzzzzzzz9,99.
       01  wstatus-text      pic x(08) value spaces.
       01  wrowcount         pic 9(04) value zeros.
       01  woutstanding      pic 9(09)v99 value zeros.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 filler         pic x(5968).
       copy "lnk-general.cpy".
       procedure division.
      *> Gift voucher desk -- replaces the handwritten IOUs. Lists
      *> every voucher sold with its remaining balance, and sells a
      *> new one: the number printed on the voucher is its VCH-NO,
      *> the money taken posts to PAYMENTS as category GV (a balance
      *> owed to the holder, not income) and the voucher is then
      *> accepted as a tender at the payment, tab, pass and event
      *> desks until it is used up or lapses. Staff only.
           display
               "Content-type: text/html"
               newline
           end-display
           move "vouchers" to wprogname
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
           open input vouchers
           if fstatus = "35"
               open output vouchers
               close vouchers
               open input vouchers
           end-if
           display
               '<h3>Gift Vouchers</h3>'
               '<table border="1">'
               '<tr><th>Number</th><th>Bought By</th><th>Issued</th>'
               '<th>Expires</th><th>Face Value</th><th>Balance</th>'
               '<th>Status</th><th>Sold By</th></tr>'
           end-display
           move "00" to wv-fstatus
           move zeros to vch-no
           start vouchers key is not less than vch-no
               invalid key move "10" to wv-fstatus
           end-start
           if wv-fstatus not = "10"
               read vouchers next
                   at end move "10" to wv-fstatus
               end-read
           end-if
           perform until wv-fstatus = "10"
               add 1 to wrowcount
               move vch-face    to wface-display
               move vch-balance to wbal-display
               evaluate true
                   when vch-lapsed   move "LAPSED"  to wstatus-text
                   when vch-used-up  move "USED UP" to wstatus-text
                   when other
                       move "LIVE" to wstatus-text
                       add vch-balance to woutstanding
               end-evaluate
               display
                   '<tr>'
                   '<td>' vch-no '</td>'
                   '<td>' vch-buyer '</td>'
                   '<td>' vch-issued '</td>'
                   '<td>' vch-expires '</td>'
                   '<td>' wface-display '</td>'
                   '<td>' wbal-display '</td>'
                   '<td>' wstatus-text '</td>'
                   '<td>' vch-operator '</td>'
                   '</tr>'
               end-display
               read vouchers next
                   at end move "10" to wv-fstatus
               end-read
           end-perform
           move woutstanding to wtot-display
           display
               '</table>'
               '<p>Vouchers sold: ' wrowcount
               ' -- live balance outstanding: ' wtot-display '</p>'
               '<form name="voucherform" method="post"'
               ' action="vouchers_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               'Bought by: <input type="text" name="vchbuyer"'
               ' size="30">'
               ' Value: <input type="text" name="vchamount"'
               ' size="9">'
               ' Method: <input type="text" name="vchmethod"'
               ' size="10" value="CASH">'
               ' Expires (CCYYMMDD, blank = one year): '
               '<input type="text" name="vchexpires" size="8">'
               '<input type="submit" value="Sell Voucher">'
               '</form>'
           end-display
           close vouchers
           copy "footer_html.cpy".
           stop run.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
