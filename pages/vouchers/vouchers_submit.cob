       identification division.
       program-id. vouchers_submit.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "vouchers.sel".
           copy "payments.sel".
           copy "counters.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "vouchers.cpy".
       copy "payments.cpy".
       copy "counters.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       78  wvoucher-days     value 365.
       01  wlogin            pic x(60) value spaces.
       01  wamount-n         pic 9(07)v99 value zeros.
       01  wtoday            pic 9(08) value zeros.
       01  wtoday-int        pic s9(09) comp.
       01  wexp-int          pic s9(09) comp.
       01  wexp-date         pic 9(08) value zeros.
       01  wvoucherno        pic 9(09) value zeros.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wbuyer-in      pic x(60).
           02 wamount-in     pic x(09).
           02 wmethod-in     pic x(10).
           02 wexpires-in    pic x(08).
           02 filler         pic x(5881).
       copy "lnk-general.cpy".
       procedure division.
      *> Sells one gift voucher: number from the VOUCHER-NO counter,
      *> face value and balance the amount paid, expiry a year out
      *> unless keyed. The money posts to PAYMENTS under the voucher
      *> pseudo-account as category GV -- a balance owed to the
      *> holder, booked to the voucher liability, not to revenue --
      *> with the selling session as PAY-OPERATOR, so the drawer
      *> still balances. Staff only, audited.
           display
              "Content-type: text/html"
               newline
           end-display
           move "vouchers_submit" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           if wform-toolarge
               move "FORM TOO LARGE !!" to wmsgweb
               perform openprogram
               stop run
           end-if
           move warray(1) to wtoken-in
           move warray(2) to wbuyer-in
           move warray(3) to wamount-in
           move warray(4) to wmethod-in
           move warray(5) to wexpires-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-vouchers
           end-if
           perform authorize-staff-only.
           close members
           if wamount-in not numeric
               move "INVALID VOUCHER VALUE !!" to wmsgweb
               go redir-vouchers
           end-if
           move wamount-in to wamount-n
           if wamount-n = zeros
               move "INVALID VOUCHER VALUE !!" to wmsgweb
               go redir-vouchers
           end-if
      *> A voucher cannot buy a voucher -- that would turn one
      *> liability into another with no money taken.
           if wmethod-in = spaces or wmethod-in(1:7) = "VOUCHER"
               move "INVALID PAYMENT METHOD !!" to wmsgweb
               go redir-vouchers
           end-if
           move function current-date(1:8) to wtoday
           compute wtoday-int = function integer-of-date(wtoday)
           if wexpires-in = spaces
               compute wexp-int = wtoday-int + wvoucher-days
               compute wexp-date = function date-of-integer(wexp-int)
           else
               if wexpires-in not numeric
                   move "INVALID EXPIRY DATE !!" to wmsgweb
                   go redir-vouchers
               end-if
               move wexpires-in to wexp-date
               if function test-date-yyyymmdd(wexp-date) not = 0
                       or wexp-date <= wtoday
                   move "INVALID EXPIRY DATE !!" to wmsgweb
                   go redir-vouchers
               end-if
           end-if
           open i-o vouchers
           if fstatus = "35"
               open output vouchers
               close vouchers
               open i-o vouchers
           end-if
           move "VOUCHER-NO" to wcountername
           perform next-counter
           move wcountervalue to wvoucherno
           initialize reg-vouchers
           move wvoucherno to vch-no
           move wamount-n  to vch-face
           move wamount-n  to vch-balance
           move wtoday     to vch-issued
           move wexp-date  to vch-expires
           move wbuyer-in  to vch-buyer
           move wsessionlogin to vch-operator
           set vch-live to true
           move spaces to vch-last-used vch-lapsed-on
           move zeros  to vch-lapsed-amt
           write reg-vouchers
           close vouchers
           perform post-voucher-sale
           move wsessionlogin to wlogin
           move "VOUCHER-SELL" to waudit-op
           perform write-audit
           move spaces to wmsgweb
           string "VOUCHER SOLD -- NUMBER " delimited by size
                  wvoucherno delimited by size
                  ", VALID THROUGH " delimited by size
                  wexp-date delimited by size
                  "." delimited by size
               into wmsgweb
           end-string.
       redir-vouchers.
           move "post"         to wmethod
           move "vouchers.exe" to wexec
           perform openprogram
           stop run.
       post-voucher-sale.
      *> No tax at sale: the voucher can be spent on anything, so
      *> the tax is charged on what it buys when it is tendered.
           open i-o payments
           if fstatus = "35"
               open output payments
               close payments
               open i-o payments
           end-if
           initialize reg-payments
           move spaces to pay-login
           string "VOUCHER-" delimited by size
                  wvoucherno delimited by size
               into pay-login
           end-string
           move function current-date(1:14) to pay-seq
           move wamount-n to pay-amount
           move wmethod-in to pay-method
           move spaces to pay-due-date
           set pay-kind-payment to true
           move "VOUCHER" to pay-reason
           move spaces to pay-orig-seq
           move "N" to pay-reversed
           move "RECEIPT-NO" to wcountername
           perform next-counter
           move wcountervalue to pay-receipt
           move wsessionlogin to pay-operator
           set pay-cat-voucher to true
           move zeros  to pay-tax
           move spaces to pay-tax-code
           move wvoucherno to pay-voucher
           write reg-payments
           close payments.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "counter-next.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
