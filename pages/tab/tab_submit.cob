           copy "members.sel".
           copy "tariff.sel".
           copy "pricelist.sel".
           copy "taxcodes.sel".
           copy "vouchers.sel".
           copy "stock.sel".
           copy "stockmov.sel".
           copy "points.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       copy "members.cpy".
       copy "tariff.cpy".
       copy "pricelist.cpy".
       copy "taxcodes.cpy".
       copy "vouchers.cpy".
       copy "stock.cpy".
       copy "stockmov.cpy".
       copy "points.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
           02 wdesc-in       pic x(20).
           02 wcode-in       pic x(06).
           02 wqty-in        pic x(03).
           02 wvoucher-in    pic x(09).
           02 wpoints-in     pic x(07).
           02 filler         pic x(5843).
       01  wamount-n         pic 9(07)v99.
       01  wp-fstatus        pic xx    value "00".
       01  wtab-balance      pic s9(08)v99 value zeros.
       01  wlim-display      pic zzzz9,99.
       01  wqty-n            pic 9(03) value zeros.
       01  wpriced           pic x(01) value "N".
       01  wseqbump          pic 9(14) value zeros.
       01  wretry9           pic 9(01) value zeros.
       01  wwritten          pic x(01) value "N".
       01  wvbal-display     pic zzzzzz9,99.
       01  wsale-seq         pic x(14) value spaces.
       01  wsale-cost        pic 9(05)v99 value zeros.
       01  wpval-display     pic zzzzzz9,99.
       copy "lnk-general.cpy".
       procedure division.
      *> Bar/canteen tab desk -- posts a house-account charge (kind
      *> date, so the dues overdue clock is untouched), shows in
      *> the payments listing, the tab balance line and the member
      *> statement, and the monthly TAB-DUNNING batch chases it.
      *> An item-code charge also draws the item's stock down.
      *> Loyalty points keyed with a charge pay it down like a
      *> voucher; keyed alone they go on the tab as credit.
           display
              "Content-type: text/html"
               newline
           move warray(4) to wdesc-in
           move warray(5) to wcode-in
           move warray(6) to wqty-in
           move warray(7) to wvoucher-in
           move warray(8) to wpoints-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(2)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
           move tab-limit to wtab-limit
           move member-type to wtariff-type
           close members
           if wcode-in = spaces and wamount = spaces
                   and wpoints-in not = spaces
               perform points-to-credit
               go redir-payments
           end-if
      *> Keyed by item code the charge prices itself from the list
      *> (quantity defaults to one); the free-form amount path stays
      *> for genuine one-offs, which the sales-mix report shows as
      *> MISC so "miscellaneous 47,50" finally sticks out.
           move "N" to wpriced
           move spaces to wtax-code
           if wcode-in not = spaces
               perform price-from-list
               if wmsgweb not = spaces
               end-if
               move wamount to wamount-n
           end-if
      *> A gift voucher keyed with the charge settles it on the
      *> spot, in full or as far as its balance goes -- whatever it
      *> does not cover stays on the tab like any other charge.
           move zeros to wvch-used
           if wvoucher-in not = spaces
               move wvoucher-in to wvch-no-in
               move wamount-n   to wvch-wanted
               perform check-voucher
               if wmsgweb not = spaces
                   go redir-payments
               end-if
           end-if
           move zeros to wpts-used wpts-value
           if wpoints-in not = spaces
               perform take-points-offer
               if wmsgweb not = spaces
                   go redir-payments
               end-if
           end-if
      *> The ceiling is the member's own limit, or the tier default
      *> from the tariff row when none is set; zero both sides means
      *> no ceiling (the historical behaviour). Prepaid top-ups post
           end-if
           if wtab-limit > zeros
               perform compute-tab-balance
               if wtab-balance + wamount-n - wvch-used - wpts-value
                       > wtab-limit
                   move wtab-balance to wbal-display
                   move wtab-limit   to wlim-display
                   move spaces to wmsgweb
                   go redir-payments
               end-if
           end-if
           if wvch-used > zeros
               perform redeem-voucher
               if wmsgweb not = spaces
                   go redir-payments
               end-if
           end-if
           if wpts-used > zeros
               move "RT" to wpts-source
               move "TAB CHARGE" to wpts-ref
               perform redeem-points
               if wmsgweb not = spaces
                   go redir-payments
               end-if
           end-if
           open i-o payments
           if fstatus = "35"
               open output payments
           move "N" to pay-reversed
           set pay-cat-tab to true
           move wsessionlogin to pay-operator
      *> The tax portion of the charge rides on the row itself, at the
      *> item's own code or the bar default -- the tab charge is the
      *> sale, so this is the row the quarterly return counts.
           move "TA"      to wtax-category
           move wamount-n to wtax-gross
           perform compute-tax
           move wtax-amount to pay-tax
           move wtax-code   to pay-tax-code
           write reg-payments
           move pay-seq to wsale-seq
           if wvch-used > zeros
               perform post-voucher-settlement
           end-if
           if wpts-used > zeros
               perform post-points-settlement
           end-if
           close payments
           if wpriced = "Y"
               perform draw-stock
           end-if
           move "TAB-CHARGE" to waudit-op
           perform write-audit
           perform compute-tab-balance
           move wtab-balance to wbal-display
           move spaces to wmsgweb
           evaluate true
               when wpts-used > zeros
                   move wpts-value to wpval-display
                   move wpts-used to wpts-display
                   string "TAB CHARGE POSTED, " delimited by size
                          function trim(wpts-display) delimited by size
                          " POINTS TOOK " delimited by size
                          function trim(wpval-display)
                              delimited by size
                          " OFF. BALANCE " delimited by size
                          wbal-display delimited by size
                          "." delimited by size
                       into wmsgweb
                   end-string
               when wvch-used > zeros
                   move wvch-balance to wvbal-display
                   string "TAB CHARGE POSTED, VOUCHER APPLIED. BALANCE "
                              delimited by size
                          wbal-display delimited by size
                          ", VOUCHER LEFT " delimited by size
                          wvbal-display delimited by size
                          "." delimited by size
                       into wmsgweb
                   end-string
               when other
                   string "TAB CHARGE POSTED. BALANCE NOW "
                              delimited by size
                          wbal-display delimited by size
                          "." delimited by size
                       into wmsgweb
                   end-string
           end-evaluate
           go redir-payments.
       post-voucher-settlement.
      *> The voucher's part posts as a category-TA payment against
      *> the charge just written, one second on so the two rows keep
      *> distinct keys. It carries no tax -- the charge carries it.
           move pay-seq to wseqbump
           initialize reg-payments
           move wlogin to pay-login
           add 1 to wseqbump
           move wseqbump to pay-seq
           move wvch-used to pay-amount
           set pay-by-voucher to true
           move spaces to pay-due-date
           set pay-kind-payment to true
           move "TAB" to pay-reason
           move spaces to pay-orig-seq
           move "N" to pay-reversed
           set pay-cat-tab to true
           move wsessionlogin to pay-operator
           move zeros  to pay-tax
           move spaces to pay-tax-code
           move wvch-no to pay-voucher
           move "N" to wwritten
           move zeros to wretry9
           perform until wwritten = "Y" or wretry9 > 5
               write reg-payments
                   invalid key
                       add 1 to wretry9
                       move pay-seq to wseqbump
                       add 1 to wseqbump
                       move wseqbump to pay-seq
                   not invalid key
                       move "Y" to wwritten
               end-write
           end-perform.
       post-points-settlement.
      *> The points' part posts as a category-TA payment against the
      *> charge, two seconds on so it never meets the voucher row.
           initialize reg-payments
           move wlogin to pay-login
           move wsale-seq to wseqbump
           add 2 to wseqbump
           move wseqbump to pay-seq
           move wpts-value to pay-amount
           set pay-by-points to true
           move spaces to pay-due-date
           set pay-kind-payment to true
           move "POINTS" to pay-reason
           move spaces to pay-orig-seq
           move "N" to pay-reversed
           set pay-cat-tab to true
           move wsessionlogin to pay-operator
           move zeros  to pay-tax
           move spaces to pay-tax-code
           move "N" to wwritten
           move zeros to wretry9
           perform until wwritten = "Y" or wretry9 > 5
               write reg-payments
                   invalid key
                       add 1 to wretry9
                       move pay-seq to wseqbump
                       add 1 to wseqbump
                       move wseqbump to pay-seq
                   not invalid key
                       move "Y" to wwritten
               end-write
           end-perform.
       take-points-offer.
      *> Points meet what is left of the charge after any voucher.
           if function test-numval(wpoints-in) not = 0
               move "POINTS TO REDEEM MUST BE A WHOLE NUMBER !!"
                   to wmsgweb
               exit paragraph
           end-if
           if wamount-n - wvch-used = zeros
               move "NOTHING LEFT ON THE CHARGE FOR POINTS !!"
                   to wmsgweb
               exit paragraph
           end-if
           move function numval(wpoints-in) to wpts-offered
           compute wpts-wanted = wamount-n - wvch-used
           move wlogin to wpts-login
           perform check-points.
       points-to-credit.
      *> Points alone, no charge: their value goes on the tab as a
      *> category-TA payment, drawn down by the next charges like a
      *> prepaid top-up.
           if function test-numval(wpoints-in) not = 0
               move "POINTS TO REDEEM MUST BE A WHOLE NUMBER !!"
                   to wmsgweb
               exit paragraph
           end-if
           move function numval(wpoints-in) to wpts-offered
           move zeros to wpts-wanted
           move wlogin to wpts-login
           perform check-points
           if wmsgweb not = spaces
               exit paragraph
           end-if
           move "RT" to wpts-source
           move "TAB CREDIT" to wpts-ref
           perform redeem-points
           if wmsgweb not = spaces
               exit paragraph
           end-if
           open i-o payments
           if fstatus = "35"
               open output payments
               close payments
               open i-o payments
           end-if
           move function current-date(1:14) to wsale-seq
           perform post-points-settlement
           close payments
           move "POINTS-REDEEM" to waudit-op
           perform write-audit
           perform compute-tab-balance
           move wtab-balance to wbal-display
           move wpts-value to wpval-display
           move wpts-used to wpts-display
           move spaces to wmsgweb
           string function trim(wpts-display) delimited by size
                  " POINTS PUT " delimited by size
                  function trim(wpval-display) delimited by size
                  " ON THE TAB. BALANCE NOW " delimited by size
                  wbal-display delimited by size
                  "." delimited by size
               into wmsgweb
           end-string.
       draw-stock.
      *> A line item sold off a stock-controlled code comes off the
      *> shelf figure, with a sale movement for the stocktake to
      *> reconcile against. The book can go below zero -- the count
      *> is what corrects it, not the till.
           open i-o stock
           if fstatus not = zeros
               exit paragraph
           end-if
           move wcode-in to stk-code
           read stock invalid key
               close stock
               exit paragraph
           end-read
           subtract wqty-n from stk-on-hand
           move stk-unit-cost to wsale-cost
           rewrite reg-stock
           close stock
           open i-o stockmov
           if fstatus = "35"
               open output stockmov
               close stockmov
               open i-o stockmov
           end-if
           if fstatus not = zeros
               exit paragraph
           end-if
           initialize reg-stockmov
           move wcode-in  to smv-code
           move wsale-seq to smv-seq
           set smv-sold to true
           compute smv-qty = zero - wqty-n
           move wsale-cost to smv-unit-cost
           move wlogin to smv-ref
           move wsessionlogin to smv-operator
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
       price-from-list.
           open input pricelist
           if fstatus not = zeros
               end-if
           end-if
           compute wamount-n = plc-price * wqty-n
           move plc-tax-code to wtax-code
           move "Y" to wpriced.
       compute-tab-balance.
      *> Same arithmetic as the monthly TAB-DUNNING sweep: house
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "tariff-read.cpy".
           copy "tax-read.cpy".
           copy "voucher-redeem.cpy".
           copy "points-ledger.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
