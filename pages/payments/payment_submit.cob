           copy "members.sel".
           copy "counters.sel".
           copy "tariff.sel".
           copy "taxcodes.sel".
           copy "vouchers.sel".
           copy "appeals.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       copy "members.cpy".
       copy "counters.cpy".
       copy "tariff.cpy".
       copy "taxcodes.cpy".
       copy "vouchers.cpy".
       copy "appeals.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
           02 woverride      pic x(01).
           02 wcategory      pic x(02).
           02 wannual        pic x(01).
           02 wvoucher-in    pic x(09).
           02 wappeal-in     pic x(08).
           02 filler         pic x(5847).
       01  wamount-n         pic 9(07)v99.
       01  wsettle-left      pic 9(07)v99 value zeros.
       01  wsettle-sponsor   pic x(01) value "N".
       01  ws-fstatus        pic xx     value "00".
       01  wpay-today        pic 9(08) value zeros.
       01  wpay-today-int    pic s9(09) comp.
       78  wannual-days      value 365.
       01  wpaidthrough      pic x(08) value spaces.
       01  wbase-int         pic s9(09) comp.
       01  wby-voucher       pic x(01) value "N".
       01  wvbal-display     pic zzzzzz9,99.
       copy "lnk-general.cpy".
       procedure division.
           display
           move warray(5) to woverride
           move warray(6) to wcategory
           move warray(7) to wannual
           move warray(8) to wvoucher-in
           move warray(9) to wappeal-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(2)(33:16) to wformkey-in
           perform validate-form-key.
      *> WLOGIN is the payment's target account, posted verbatim from
      *> the form -- AUTHORIZE-EDIT confirms it's either the session's
      *> own login or that the session belongs to staff/admin before
           end-if
           move wamount to wamount-n
           perform check-period-open
           perform check-donation-appeal
           perform take-voucher
           open i-o payments
           if fstatus = "35"
               open output payments
           move function current-date(1:14) to pay-seq
           move wamount-n to pay-amount
           move wmethod-in to pay-method
           move zeros to pay-voucher
           if wby-voucher = "Y"
               set pay-by-voucher to true
               move wvch-no to pay-voucher
           end-if
           if wcategory not = "DO" and wcategory not = "EV"
                   and wcategory not = "ME" and wcategory not = "TA"
                   and wcategory not = "BK" and wcategory not = "SP"
               move "DU" to wcategory
           end-if
           move wcategory to pay-category
           move spaces to pay-appeal
           if pay-cat-donation
               move wapl-code to pay-appeal
           end-if
      *> The posting session is the operator of record -- the
      *> end-of-day balancing report totals the drawer by this.
           move wsessionlogin to pay-operator
           move spaces to pay-reason
           move spaces to pay-orig-seq
           move "N"    to pay-reversed
           perform tax-this-payment
      *> Every accepted payment gets a sequential receipt number from
      *> the shared COUNTERS file (same well as MEMBER-ID/INVOICE-NO)
      *> stored on the row itself, so the desk can reprint any
           move wreceiptno to pay-receipt
           write reg-payments.
           close payments
      *> Only dues money settles dues paperwork, and only
      *> sponsorship money settles a sponsor's installment invoices.
           if pay-cat-dues
               move "N" to wsettle-sponsor
               perform settle-open-invoices
               perform apply-to-plan
               perform stamp-paid-through
           end-if
           if pay-cat-sponsor
               move "Y" to wsettle-sponsor
               perform settle-open-invoices
           end-if
           perform mail-receipt
           move wlogin to wredirlogin
           move "post"        to wmethod
           move "receipt.exe" to wexec
           perform openprogram
           stop run.
       tax-this-payment.
      *> Dues take the tier's tax code (exempt unless the tariff row
      *> names one), merchandise the standard rate, donations and
      *> event fees the exempt default. A category-TA payment settles
      *> or tops up the house tab -- the tax was booked on the tab
      *> charges themselves, so it carries none of its own.
           move zeros  to pay-tax
           move spaces to pay-tax-code
           if pay-cat-tab
               exit paragraph
           end-if
           move spaces to wtax-code
           if pay-cat-dues
               move wtariff-tax-code to wtax-code
           end-if
           move pay-category to wtax-category
           move wamount-n    to wtax-gross
           perform compute-tax
           move wtax-amount to pay-tax
           move wtax-code   to pay-tax-code.
       check-donation-appeal.
      *> A donation keyed with an appeal code counts towards that
      *> appeal's target; the code has to be a live appeal, and only
      *> a donation can carry one.
           move wappeal-in to wapl-code
           if wapl-code = spaces
               move spaces to wapl-name
               exit paragraph
           end-if
           if wcategory not = "DO"
               move "AN APPEAL CODE NEEDS CATEGORY DONATION !!"
                   to wmsgweb
           else
               perform check-appeal
           end-if
           if wmsgweb not = spaces
               move wlogin         to wredirlogin
               move "post"         to wmethod
               move "payments.exe" to wexec
               perform openprogram
               stop run
           end-if.
       take-voucher.
      *> A gift voucher tendered at the desk (method VOUCHER, or a
      *> voucher number keyed) must cover the whole amount of this
      *> payment; when its balance falls short the desk keys the
      *> balance here and the rest as a second payment by another
      *> method. The balance is drawn down before the row is posted.
           move "N" to wby-voucher
           if wmethod-in(1:7) not = "VOUCHER" and wvoucher-in = spaces
               exit paragraph
           end-if
           move wvoucher-in to wvch-no-in
           move wamount-n   to wvch-wanted
           perform check-voucher
           if wmsgweb = spaces and wvch-used < wamount-n
               move wvch-balance to wvbal-display
               string "VOUCHER BALANCE IS ONLY " delimited by size
                      wvbal-display delimited by size
                      " -- TAKE THE REST ANOTHER WAY !!"
                          delimited by size
                   into wmsgweb
               end-string
           end-if
           if wmsgweb = spaces
               perform redeem-voucher
           end-if
           if wmsgweb not = spaces
               move wlogin         to wredirlogin
               move "post"         to wmethod
               move "payments.exe" to wexec
               perform openprogram
               stop run
           end-if
           move "Y" to wby-voucher.
       check-period-open.
      *> The month-end close (batch/period_close.cob) freezes a
      *> period once the treasurer has reported it -- an ordinary
           perform until ws-fstatus = "10" or inv-login <> wlogin
                   or wsettle-left = zeros
               if inv-open
                       and ((wsettle-sponsor = "N" and inv-cat-dues)
                         or (wsettle-sponsor = "Y" and inv-cat-sponsor))
                   if wsettle-left >= inv-amount - inv-paid
                       compute wsettle-left =
                           wsettle-left - (inv-amount - inv-paid)
                      ". Thank you!" delimited by size
                   into wmailbody
               end-string
               if wapl-name not = spaces
                   move spaces to wmailbody
                   string "Receipt " delimited by size
                          wreceiptno delimited by size
                          ": gift of " delimited by size
                          wamount delimited by size
                          " to " delimited by size
                          function trim(wapl-name) delimited by size
                          " received on " delimited by size
                          wpay-today delimited by size
                          ". Thank you!" delimited by size
                       into wmailbody
                   end-string
               end-if
               call "sendmail" using wmemberemail wmailsubject
                   wmailbody
           end-if.
           copy "counter-read.cpy".
           copy "maint-check.cpy".
           copy "tariff-read.cpy".
           copy "tax-read.cpy".
           copy "voucher-redeem.cpy".
           copy "appeal-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
