       identification division.
       program-id. stock.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "pricelist.sel".
           copy "stock.sel".
           copy "stockmov.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "pricelist.cpy".
       copy "stock.cpy".
       copy "stockmov.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  ws-fstatus        pic xx    value "00".
       01  wlogin            pic x(60) value spaces.
       01  wtoday            pic x(08) value spaces.
       01  wcount-date       pic x(08) value spaces.
       01  wrowcount         pic 9(04) value zeros.
       01  wreordercount     pic 9(04) value zeros.
       01  wcountrows        pic 9(04) value zeros.
       01  wdesc             pic x(20) value spaces.
       01  wflag             pic x(08) value spaces.
       01  wvalue            pic s9(09)v99 value zeros.
       01  wstock-value      pic s9(11)v99 value zeros.
       01  wvar-value        pic s9(09)v99 value zeros.
       01  wvar-total        pic s9(11)v99 value zeros.
       01  wqty-display      pic -zzzzz9.
       01  wexp-display      pic -zzzzz9.
       01  wcnt-display      pic -zzzzz9.
       01  wcost-display     pic zzzz9,99.
       01  wvalue-display    pic -zzzzzzz9,99.
       01  wtotal-display    pic -zzzzzzzzz9,99.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wdate-in       pic x(08).
           02 filler         pic x(5960).
       copy "lnk-general.cpy".
       procedure division.
      *> Bar and shop stock (staff only): every stock-controlled
      *> price-list item with what the book says is on hand, its
      *> reorder level and average cost, flagged where it has fallen
      *> to the reorder level; then the stocktake variance for a
      *> count day (today unless one is asked for) -- expected
      *> against counted, valued at cost -- and the forms to receive
      *> a delivery, set levels and enter a count. STOCK_SUBMIT does
      *> the work.
           display
               "Content-type: text/html"
               newline
           end-display
           move "stock" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           move warray(1) to wtoken-in
           move warray(2) to wdate-in
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
           if wdate-in is numeric
               move wdate-in to wcount-date
           else
               move wtoday to wcount-date
           end-if
           copy "header_html.cpy".
           copy "menu_html.cpy".
           open input pricelist
           if fstatus = "35"
               open output pricelist
               close pricelist
               open input pricelist
           end-if
           open input stock
           if fstatus = "35"
               open output stock
               close stock
               open input stock
           end-if
           display
               '<h3>Bar and Shop Stock</h3>'
               '<table border="1">'
               '<tr><th>Code</th><th>Item</th><th>On Hand</th>'
               '<th>Reorder At</th><th>Reorder Qty</th>'
               '<th>Unit Cost</th><th>Value</th><th>Supplier</th>'
               '<th>Last Delivery</th><th>Last Count</th>'
               '<th></th></tr>'
           end-display
           move "00" to ws-fstatus
           move low-values to stk-code
           start stock key is not less than stk-code
               invalid key move "10" to ws-fstatus
           end-start
           if ws-fstatus not = "10"
               read stock next
                   at end move "10" to ws-fstatus
               end-read
           end-if
           perform until ws-fstatus = "10"
               add 1 to wrowcount
               perform show-stock-row
               read stock next
                   at end move "10" to ws-fstatus
               end-read
           end-perform
           close stock
           move wstock-value to wtotal-display
           display
               '</table>'
               '<p>Items: ' wrowcount '  At or below reorder level: '
               wreordercount '  Stock at cost: ' wtotal-display
               '</p>'
           end-display
           perform show-variance
           close pricelist
           display
               '<form name="dateform" method="post" action="stock.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               'Variance for count day (CCYYMMDD): <input type="text"'
               ' name="cntdate" size="8" value="' wcount-date '">'
               '<input type="submit" value="Show">'
               '</form>'
               '<h4>Delivery Received</h4>'
               '<form name="rcvform" method="post"'
               ' action="stock_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="receive">'
               'Code: <input type="text" name="stkcode" size="6">'
               ' Quantity: <input type="text" name="stkqty" size="7">'
               ' Unit cost (blank = unchanged): <input type="text"'
               ' name="stkcost" size="8">'
               ' Delivery note: <input type="text" name="stkref"'
               ' size="20">'
               '<input type="submit" value="Receive">'
               '</form>'
               '<h4>Reorder Levels</h4>'
               '<form name="lvlform" method="post"'
               ' action="stock_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="setlevel">'
               'Code: <input type="text" name="stkcode" size="6">'
               '<input type="hidden" name="stkqty" value="">'
               '<input type="hidden" name="stkcost" value="">'
               '<input type="hidden" name="stkref" value="">'
               ' Reorder at: <input type="text" name="stklevel"'
               ' size="5">'
               ' Reorder quantity: <input type="text" name="stkreord"'
               ' size="5">'
               ' Supplier no (blank = unchanged): <input type="text"'
               ' name="stksupp" size="9">'
               '<input type="submit" value="Save Levels">'
               '</form>'
               '<h4>Stocktake Count</h4>'
               '<form name="cntform" method="post"'
               ' action="stock_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="count">'
               'Code: <input type="text" name="stkcode" size="6">'
               ' Counted on the shelf: <input type="text"'
               ' name="stkqty" size="7">'
               '<input type="hidden" name="stkcost" value="">'
               ' Note: <input type="text" name="stkref" size="20">'
               '<input type="submit" value="Record Count">'
               '</form>'
           end-display
           copy "footer_html.cpy".
           stop run.
       item-desc.
           move stk-code to plc-code
           read pricelist invalid key
               move "NOT ON PRICE LIST" to wdesc
           not invalid key
               move plc-desc to wdesc
           end-read.
       show-stock-row.
           perform item-desc
           compute wvalue = stk-on-hand * stk-unit-cost
           if stk-on-hand > zeros
               add wvalue to wstock-value
           end-if
           move spaces to wflag
           if stk-reorder-lvl > zeros
                   and stk-on-hand <= stk-reorder-lvl
               move "REORDER" to wflag
               add 1 to wreordercount
           end-if
           move stk-on-hand   to wqty-display
           move stk-unit-cost to wcost-display
           move wvalue        to wvalue-display
           display
               '<tr><td>' stk-code '</td>'
               '<td>' wdesc '</td>'
               '<td>' wqty-display '</td>'
               '<td>' stk-reorder-lvl '</td>'
               '<td>' stk-reorder-qty '</td>'
               '<td>' wcost-display '</td>'
               '<td>' wvalue-display '</td>'
               '<td>' stk-supplier '</td>'
               '<td>' stk-last-recv '</td>'
               '<td>' stk-last-count '</td>'
               '<td>' wflag '</td></tr>'
           end-display.
       show-variance.
      *> The count day's stocktake: the count movements carry the
      *> book figure at the time and what was on the shelf.
           open input stockmov
           if fstatus not = zeros
               exit paragraph
           end-if
           display
               '<h4>Stocktake Variance -- ' wcount-date '</h4>'
               '<table border="1">'
               '<tr><th>Code</th><th>Item</th><th>Expected</th>'
               '<th>Counted</th><th>Variance</th><th>Unit Cost</th>'
               '<th>Variance at Cost</th><th>Note</th></tr>'
           end-display
           move "00" to ws-fstatus
           move low-values to smv-key
           start stockmov key is not less than smv-key
               invalid key move "10" to ws-fstatus
           end-start
           if ws-fstatus not = "10"
               read stockmov next
                   at end move "10" to ws-fstatus
               end-read
           end-if
           perform until ws-fstatus = "10"
               if smv-counted and smv-seq(1:8) = wcount-date
                   perform show-variance-row
               end-if
               read stockmov next
                   at end move "10" to ws-fstatus
               end-read
           end-perform
           close stockmov
           move wvar-total to wtotal-display
           display
               '</table>'
               '<p>Items counted: ' wcountrows
               '  Net variance at cost: ' wtotal-display '</p>'
           end-display.
       show-variance-row.
           add 1 to wcountrows
           move smv-code to stk-code
           perform item-desc
           compute wvar-value = smv-qty * smv-unit-cost
           add wvar-value to wvar-total
           move smv-expected    to wexp-display
           move smv-counted-qty to wcnt-display
           move smv-qty         to wqty-display
           move smv-unit-cost   to wcost-display
           move wvar-value      to wvalue-display
           display
               '<tr><td>' smv-code '</td>'
               '<td>' wdesc '</td>'
               '<td>' wexp-display '</td>'
               '<td>' wcnt-display '</td>'
               '<td>' wqty-display '</td>'
               '<td>' wcost-display '</td>'
               '<td>' wvalue-display '</td>'
               '<td>' function trim(smv-ref) '</td></tr>'
           end-display.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
