           copy "sessions.sel".
           copy "passes.sel".
           copy "payments.sel".
           copy "taxcodes.sel".
           copy "counters.sel".
           copy "vouchers.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       copy "sessions.cpy".
       copy "passes.cpy".
       copy "payments.cpy".
       copy "taxcodes.cpy".
       copy "counters.cpy".
       copy "vouchers.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       01  wtoday-int        pic s9(09) comp.
       01  wexp-int          pic s9(09) comp.
       01  wpassid           pic 9(09) value zeros.
       01  wby-voucher       pic x(01) value "N".
       01  wvbal-display     pic zzzzzz9,99.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wdays-in       pic x(03).
           02 wamount-in     pic x(09).
           02 wmethod-in     pic x(10).
           02 wvoucher-in    pic x(09).
           02 filler         pic x(5868).
       copy "lnk-general.cpy".
       procedure division.
      *> Sells one short-term pass: MEMBER-ID from the shared
           move warray(3) to wdays-in
           move warray(4) to wamount-in
           move warray(5) to wmethod-in
           move warray(6) to wvoucher-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
               go redir-passes
           end-if
           move wamount-in to wamount-n
      *> A gift voucher must cover the whole price of the pass.
           move "N" to wby-voucher
           if wmethod-in(1:7) = "VOUCHER" or wvoucher-in not = spaces
               move wvoucher-in to wvch-no-in
               move wamount-n   to wvch-wanted
               perform check-voucher
               if wmsgweb = spaces and wvch-used < wamount-n
                   move wvch-balance to wvbal-display
                   string "VOUCHER BALANCE IS ONLY " delimited by size
                          wvbal-display delimited by size
                          " !!" delimited by size
                       into wmsgweb
                   end-string
               end-if
               if wmsgweb = spaces
                   perform redeem-voucher
               end-if
               if wmsgweb not = spaces
                   go redir-passes
               end-if
               move "Y" to wby-voucher
           end-if
           move function current-date(1:8) to wtoday
           compute wtoday-int = function integer-of-date(wtoday)
           open i-o passes
           move function current-date(1:14) to pay-seq
           move wamount-n to pay-amount
           move wmethod-in to pay-method
           if wby-voucher = "Y"
               set pay-by-voucher to true
               move wvch-no to pay-voucher
           end-if
           move spaces to pay-due-date
           set pay-kind-payment to true
           move "DAYPASS" to pay-reason
           move wcountervalue to pay-receipt
           move wsessionlogin to pay-operator
           set pay-cat-pass to true
           move spaces    to wtax-code
           move "PS"      to wtax-category
           move wamount-n to wtax-gross
           perform compute-tax
           move wtax-amount to pay-tax
           move wtax-code   to pay-tax-code
           write reg-payments
           close payments.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "counter-next.cpy".
           copy "tax-read.cpy".
           copy "voucher-redeem.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
