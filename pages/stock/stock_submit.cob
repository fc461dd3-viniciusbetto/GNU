       identification division.
       program-id. stock_submit.
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
           copy "suppliers.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "pricelist.cpy".
       copy "stock.cpy".
       copy "stockmov.cpy".
       copy "suppliers.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wlogin            pic x(60) value spaces.
       01  wexists           pic x(01) value "N".
       01  wqty-n            pic s9(07) value zeros.
       01  wcost-n           pic 9(05)v99 value zeros.
       01  wlevel-n          pic 9(05) value zeros.
       01  wreorder-n        pic 9(05) value zeros.
       01  wsupplier-n       pic 9(09) value zeros.
       01  wexpected         pic s9(07) value zeros.
       01  wvariance         pic s9(07) value zeros.
       01  wvar-display      pic -zzzzz9.
       01  whand-display     pic -zzzzz9.
       01  wseqbump          pic 9(14) value zeros.
       01  wretry9           pic 9(01) value zeros.
       01  wwritten          pic x(01) value "N".
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wopcao         pic x(10).
           02 wcode-in       pic x(06).
           02 wqty-in        pic x(07).
           02 wcost-in       pic x(08).
           02 wref-in        pic x(20).
           02 wlevel-in      pic x(05).
           02 wreorder-in    pic x(05).
           02 wsupplier-in   pic x(09).
           02 filler         pic x(5898).
       copy "lnk-general.cpy".
       procedure division.
      *> Write side of bar and shop stock: a delivery received adds
      *> to the shelf figure and reworks the average cost; the
      *> reorder level, reorder quantity and usual supplier are set
      *> per item; a stocktake count replaces the book figure and
      *> keeps the expected-versus-counted pair for the variance
      *> report. Tab sales draw stock down in TAB_SUBMIT. All
      *> staff-only and audited.
           display
              "Content-type: text/html"
               newline
           end-display
           move "stock_submit" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           if wform-toolarge
               move "FORM TOO LARGE !!" to wmsgweb
               perform openprogram
               stop run
           end-if
           move warray(1) to wtoken-in
           move warray(2) to wopcao
           move warray(3) to wcode-in
           move warray(4) to wqty-in
           move warray(5) to wcost-in
           move warray(6) to wref-in
           move warray(7) to wlevel-in
           move warray(8) to wreorder-in
           move warray(9) to wsupplier-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-stock
           end-if
           perform authorize-staff-only.
           close members
           if wcode-in = spaces
               move "ITEM CODE IS REQUIRED !!" to wmsgweb
               go redir-stock
           end-if
           perform check-price-list
           if wmsgweb not = spaces
               go redir-stock
           end-if
           evaluate wopcao
               when "receive"  perform receive-goods
               when "setlevel" perform set-levels
               when "count"    perform record-count
               when other      move "UNKNOWN OPERATION !!" to wmsgweb
           end-evaluate.
       redir-stock.
           move "post"      to wmethod
           move "stock.exe" to wexec
           perform openprogram
           stop run.
       check-price-list.
      *> Stock is kept by price-list code, so the code must be on it.
           open input pricelist
           if fstatus not = zeros
               move "PRICE LIST UNAVAILABLE !!" to wmsgweb
               exit paragraph
           end-if
           move wcode-in to plc-code
           read pricelist invalid key
               move "UNKNOWN ITEM CODE !!" to wmsgweb
           end-read
           close pricelist.
       open-stock.
           open i-o stock
           if fstatus = "35"
               open output stock
               close stock
               open i-o stock
           end-if.
       read-or-new-stock.
      *> Current STOCK row for the code, or a fresh one (WEXISTS "N")
      *> with nothing on hand.
           move "N" to wexists
           move wcode-in to stk-code
           read stock invalid key
               initialize reg-stock
               move wcode-in to stk-code
           not invalid key
               move "Y" to wexists
           end-read.
       save-stock.
           if wexists = "Y"
               rewrite reg-stock
           else
               write reg-stock
           end-if.
       receive-goods.
           if function test-numval(wqty-in) not = 0
               move "INVALID QUANTITY !!" to wmsgweb
               exit paragraph
           end-if
           move function numval(wqty-in) to wqty-n
           if wqty-n not > zeros
               move "INVALID QUANTITY !!" to wmsgweb
               exit paragraph
           end-if
           move zeros to wcost-n
           if wcost-in not = spaces
               if function test-numval(wcost-in) not = 0
                   move "INVALID UNIT COST !!" to wmsgweb
                   exit paragraph
               end-if
               move function numval(wcost-in) to wcost-n
           end-if
           perform open-stock
           if fstatus not = zeros
               move "STOCK FILE UNAVAILABLE !!" to wmsgweb
               exit paragraph
           end-if
           perform read-or-new-stock
      *> The delivery's cost averages in with what is already on the
      *> shelf; a blank cost leaves the average where it was.
           if wcost-n > zeros
               if stk-on-hand > zeros
                   compute stk-unit-cost rounded =
                       (stk-on-hand * stk-unit-cost + wqty-n * wcost-n)
                       / (stk-on-hand + wqty-n)
               else
                   move wcost-n to stk-unit-cost
               end-if
           end-if
           add wqty-n to stk-on-hand
           move function current-date(1:8) to stk-last-recv
           perform save-stock
           move stk-on-hand to whand-display
           initialize reg-stockmov
           move wcode-in to smv-code
           set smv-received to true
           move wqty-n to smv-qty
           move stk-unit-cost to smv-unit-cost
           move wref-in to smv-ref
           close stock
           perform write-movement
           move wsessionlogin to wlogin
           move "STOCK-RECEIVE" to waudit-op
           move wcode-in to waudit-new-name
           perform write-audit
           move spaces to wmsgweb
           string "DELIVERY RECEIVED -- ON HAND NOW " delimited by size
                  function trim(whand-display) delimited by size
                  "." delimited by size
               into wmsgweb
           end-string.
       set-levels.
           move zeros to wlevel-n wreorder-n wsupplier-n
           if wlevel-in not = spaces
               if function test-numval(wlevel-in) not = 0
                   move "INVALID REORDER LEVEL !!" to wmsgweb
                   exit paragraph
               end-if
               move function numval(wlevel-in) to wlevel-n
           end-if
           if wreorder-in not = spaces
               if function test-numval(wreorder-in) not = 0
                   move "INVALID REORDER QUANTITY !!" to wmsgweb
                   exit paragraph
               end-if
               move function numval(wreorder-in) to wreorder-n
           end-if
           if wsupplier-in not = spaces
               if function test-numval(wsupplier-in) not = 0
                   move "INVALID SUPPLIER NUMBER !!" to wmsgweb
                   exit paragraph
               end-if
               move function numval(wsupplier-in) to wsupplier-n
               open input suppliers
               if fstatus not = zeros
                   move "UNKNOWN SUPPLIER !!" to wmsgweb
                   exit paragraph
               end-if
               move wsupplier-n to sup-id
               read suppliers invalid key
                   move "UNKNOWN SUPPLIER !!" to wmsgweb
               end-read
               close suppliers
               if wmsgweb not = spaces
                   exit paragraph
               end-if
           end-if
           perform open-stock
           if fstatus not = zeros
               move "STOCK FILE UNAVAILABLE !!" to wmsgweb
               exit paragraph
           end-if
           perform read-or-new-stock
           move wlevel-n   to stk-reorder-lvl
           move wreorder-n to stk-reorder-qty
           if wsupplier-in not = spaces
               move wsupplier-n to stk-supplier
           end-if
           perform save-stock
           close stock
           move wsessionlogin to wlogin
           move "STOCK-LEVEL" to waudit-op
           move wcode-in to waudit-new-name
           perform write-audit
           move "STOCK LEVELS SAVED." to wmsgweb.
       record-count.
      *> The count is the truth: the book figure becomes what is on
      *> the shelf, and the difference (negative is shrinkage) is
      *> kept on the count movement for the variance report.
           if function test-numval(wqty-in) not = 0
               move "INVALID COUNTED QUANTITY !!" to wmsgweb
               exit paragraph
           end-if
           move function numval(wqty-in) to wqty-n
           if wqty-n < zeros
               move "INVALID COUNTED QUANTITY !!" to wmsgweb
               exit paragraph
           end-if
           perform open-stock
           if fstatus not = zeros
               move "STOCK FILE UNAVAILABLE !!" to wmsgweb
               exit paragraph
           end-if
           perform read-or-new-stock
           move stk-on-hand to wexpected
           compute wvariance = wqty-n - wexpected
           move wqty-n to stk-on-hand
           move function current-date(1:8) to stk-last-count
           perform save-stock
           initialize reg-stockmov
           move wcode-in to smv-code
           set smv-counted to true
           move wvariance to smv-qty
           move stk-unit-cost to smv-unit-cost
           move wexpected to smv-expected
           move wqty-n to smv-counted-qty
           move wref-in to smv-ref
           close stock
           perform write-movement
           move wsessionlogin to wlogin
           move "STOCK-COUNT" to waudit-op
           move wcode-in to waudit-new-name
           perform write-audit
           move wvariance to wvar-display
           move spaces to wmsgweb
           string "COUNT RECORDED -- VARIANCE " delimited by size
                  function trim(wvar-display) delimited by size
                  "." delimited by size
               into wmsgweb
           end-string.
       write-movement.
      *> Caller has REG-STOCKMOV filled bar the key's timestamp.
           move wsessionlogin to smv-operator
           move function current-date(1:14) to smv-seq
           open i-o stockmov
           if fstatus = "35"
               open output stockmov
               close stockmov
               open i-o stockmov
           end-if
           if fstatus not = zeros
               exit paragraph
           end-if
           move "N" to wwritten
           move zeros to wretry9
           perform until wwritten = "Y" or wretry9 > 5
               write reg-stockmov
                   invalid key
                       add 1 to wretry9
                       move smv-seq to wseqbump
                       add 1 to wseqbump
                       move wseqbump to smv-seq
                   not invalid key
                       move "Y" to wwritten
               end-write
           end-perform
           close stockmov.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
