       identification division.
       program-id. gateway_callback.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "payments.sel".
           copy "invoices.sel".
           copy "payplan.sel".
           copy "counters.sel".
           copy "tariff.sel".
           copy "taxcodes.sel".
           copy "gwtxn.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "payments.cpy".
       copy "invoices.cpy".
       copy "payplan.cpy".
       copy "counters.cpy".
       copy "tariff.cpy".
       copy "taxcodes.cpy".
       copy "gwtxn.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       78  wgateway-operator  value "WEB-GATEWAY".
       78  wgateway-method    value "ONLINE".
       01  wlogin             pic x(60) value spaces.
       01  wamount-n          pic 9(07)v99 value zeros.
       01  wsettle-left       pic 9(07)v99 value zeros.
       01  ws-fstatus         pic xx     value "00".
       01  wpay-today         pic 9(08) value zeros.
       01  wpay-today-int     pic s9(09) comp.
       01  wpay-due-int       pic s9(09) comp.
       01  wpay-due-date      pic 9(08) value zeros.
       01  wbase-int          pic s9(09) comp.
       01  wpaidthrough       pic x(08) value spaces.
       01  wmember-found      pic x(01) value "N".
       01  wtxn-exists        pic x(01) value "N".
       01  wseqbump           pic 9(14) value zeros.
       01  wretry9            pic 9(01) value zeros.
       01  wwritten           pic x(01) value "N".
       01  wgw-secret         pic x(60) value spaces.
       01  wgw-payload        pic x(120) value spaces.
       01  wgw-digest         pic x(64) value spaces.
       01  wgw-env-age        pic x(06) value spaces.
       01  wgw-max-age        pic 9(06) value 300.
       01  wgw-now            pic x(21) value spaces.
       01  wgw-offset-secs    pic s9(07) value zeros.
       01  wgw-now-secs       pic s9(12) value zeros.
       01  wgw-sent-secs      pic s9(12) value zeros.
       01  wgw-age            pic s9(12) value zeros.
       01  wgw-result         pic x(20) value spaces.
       01  wscreen-received   pic x(6000).
       01  filler redefines wscreen-received.
           02 wtxn-in          pic x(40).
           02 wlogin-in        pic x(60).
      *> Amount in minor units (cents), digits only.
           02 wamount-in       pic x(09).
           02 wnotice-in       pic x(10).
           02 wtime-in         pic x(14).
           02 wsignature-in    pic x(64).
           02 filler           pic x(5803).
       copy "lnk-general.cpy".
       procedure division.
      *> Server-to-server notification from the online payment
      *> provider -- no browser and no session, so the answer is a
      *> JSON object like MEMBERS_API's. Fields, in order: provider
      *> transaction id, member login, amount in cents, notice
      *> (PAID, FAILED, DISPUTED), provider timestamp and signature.
      *> The signature is the provider's HMAC-SHA256, in hex, keyed
      *> with the shared secret in GATEWAY_SECRET over
      *> TXN|LOGIN|AMOUNT|NOTICE|TIME; a notice that does not carry
      *> it is logged and refused. TIME is the provider's UTC send
      *> time (CCYYMMDDHHMMSS) and a notice more than GATEWAY_MAX_AGE
      *> seconds (default 300) either side of our clock is refused
      *> too, so a captured notice cannot be replayed later.
      *> A PAID notice posts one PAYMENTS row under the web gateway
      *> operator and method, settled against the member's open
      *> INVOICES oldest first the way PAYMENTS-CASHAPPLY does, and
      *> extends PAID-THROUGH as a desk dues payment would. GWTXN,
      *> keyed by the provider's transaction id, guarantees a re-sent
      *> notice never posts twice. FAILED and DISPUTED notices, and a
      *> payment for a login we do not know, go to ERRORS.LOG and the
      *> staff review list (gateway_review) instead.
           display
               "Content-type: application/json"
               newline
           end-display
           move "gateway_callback" to wprogname
           call "characteres".
           call "receivescreen" using warrayconvert.
           if wform-toolarge
               display '{"result":"rejected","reason":"FORM TOO LARGE"}'
               end-display
               stop run
           end-if
           move warray(1) to wtxn-in
           move warray(2) to wlogin-in
           move warray(3) to wamount-in
           move warray(4) to wnotice-in
           move warray(5) to wtime-in
           move warray(6) to wsignature-in
           move function upper-case(wnotice-in) to wnotice-in
           perform check-signature
           if wtxn-in = spaces or wlogin-in = spaces
                   or wamount-in not numeric
               move "GATEWAY NOTICE INCOMPLETE" to wmsgweb
               perform log-error
               display '{"result":"rejected","reason":"INCOMPLETE"}'
               end-display
               stop run
           end-if
           compute wamount-n = function numval(wamount-in) / 100
           move wlogin-in to wlogin
           open i-o gwtxn
           if fstatus = "35"
               open output gwtxn
               close gwtxn
               open i-o gwtxn
           end-if
           if fstatus not = zeros
               move spaces to wmsgweb
               string "GATEWAY ERR OPEN gwtxn: " fstatus " TXN "
                      wtxn-in delimited by size into wmsgweb
               end-string
               perform log-error
      *> No answer the provider treats as success -- it will retry.
               display '{"result":"retry"}'
               end-display
               stop run
           end-if
           move wtxn-in to gwt-txn-id
           move "N" to wtxn-exists
           read gwtxn
               invalid key continue
               not invalid key move "Y" to wtxn-exists
           end-read
           evaluate true
               when wnotice-in = "PAID"
                   perform handle-paid
               when wnotice-in = "FAILED" or wnotice-in = "DISPUTED"
                   perform handle-adverse
               when other
                   move "UNKNOWN NOTICE" to wgw-result
                   move spaces to wmsgweb
                   string "GATEWAY UNKNOWN NOTICE " wnotice-in
                          " TXN " wtxn-in delimited by size
                       into wmsgweb
                   end-string
                   perform log-error
           end-evaluate
           close gwtxn
           display '{"result":"' function trim(wgw-result) '",'
                   '"txn":"' function trim(wtxn-in) '"}'
           end-display
           stop run.
       check-signature.
           accept wgw-secret from environment "GATEWAY_SECRET"
           move spaces to wgw-payload
           string wtxn-in delimited by space "|"
                  wlogin-in delimited by space "|"
                  wamount-in delimited by space "|"
                  wnotice-in delimited by space "|"
                  wtime-in delimited by space
               into wgw-payload
           end-string
           move spaces to wgw-digest
           if wgw-secret not = spaces
               call "hmacsha256" using wgw-secret wgw-payload
                   wgw-digest
           end-if
           if wgw-secret = spaces or wsignature-in = spaces
                   or function lower-case(wsignature-in)
                       not = wgw-digest
               move spaces to wmsgweb
               string "GATEWAY SIGNATURE REJECTED TXN " wtxn-in
                   delimited by size into wmsgweb
               end-string
               perform log-error
               display '{"result":"rejected","reason":"SIGNATURE"}'
               end-display
               stop run
           end-if
           perform check-notice-age.
       check-notice-age.
           accept wgw-env-age from environment "GATEWAY_MAX_AGE"
           if wgw-env-age not = spaces
                   and function test-numval(wgw-env-age) = 0
               move function numval(wgw-env-age) to wgw-max-age
           end-if
           if wtime-in not numeric
                   or function test-date-yyyymmdd(
                       function numval(wtime-in(1:8))) not = 0
               move 999999999 to wgw-age
           else
      *> Our clock is local time; its UTC offset (+HHMM) brings it
      *> onto the provider's.
               move function current-date to wgw-now
               move zeros to wgw-offset-secs
               if wgw-now(18:4) is numeric
                   compute wgw-offset-secs =
                       function numval(wgw-now(18:2)) * 3600
                       + function numval(wgw-now(20:2)) * 60
                   if wgw-now(17:1) = "-"
                       compute wgw-offset-secs = 0 - wgw-offset-secs
                   end-if
               end-if
               compute wgw-now-secs =
                   function integer-of-date(function numval(
                       wgw-now(1:8))) * 86400
                   + function numval(wgw-now(9:2)) * 3600
                   + function numval(wgw-now(11:2)) * 60
                   + function numval(wgw-now(13:2))
                   - wgw-offset-secs
               compute wgw-sent-secs =
                   function integer-of-date(function numval(
                       wtime-in(1:8))) * 86400
                   + function numval(wtime-in(9:2)) * 3600
                   + function numval(wtime-in(11:2)) * 60
                   + function numval(wtime-in(13:2))
               compute wgw-age = wgw-now-secs - wgw-sent-secs
               if wgw-age < 0
                   compute wgw-age = 0 - wgw-age
               end-if
           end-if
           if wgw-age > wgw-max-age
               move spaces to wmsgweb
               string "GATEWAY NOTICE OUT OF TIME WINDOW TXN " wtxn-in
                      " TIME " wtime-in
                   delimited by size into wmsgweb
               end-string
               perform log-error
               display '{"result":"rejected","reason":"STALE"}'
               end-display
               stop run
           end-if.
       handle-paid.
           if wtxn-exists = "Y"
      *> Already seen -- whatever happened then stands.
               move "duplicate" to wgw-result
               exit paragraph
           end-if
           initialize reg-gwtxn
           move wtxn-in    to gwt-txn-id
           move wlogin     to gwt-login
           move wamount-n  to gwt-amount
           move wnotice-in to gwt-notice
           move wtime-in   to gwt-provider-time
           move function current-date(1:14) to gwt-received
           move "N" to gwt-review
           perform find-member
           if wmember-found = "N"
               set gwt-unplaced to true
               set gwt-needs-review to true
               move "LOGIN NOT ON FILE -- MONEY HELD" to gwt-reason
               move spaces to wmsgweb
               string "GATEWAY PAYMENT FOR UNKNOWN LOGIN TXN "
                      wtxn-in delimited by size into wmsgweb
               end-string
               perform log-error
               write reg-gwtxn
               move "held" to wgw-result
               exit paragraph
           end-if
      *> The guard row goes down before the payment so a notice
      *> arriving twice at once cannot both get through.
           set gwt-posted to true
           write reg-gwtxn
               invalid key
                   move "duplicate" to wgw-result
                   exit paragraph
           end-write
           perform post-payment
           if wwritten = "N"
               set gwt-unplaced to true
               set gwt-needs-review to true
               move "NOT POSTED (KEY CLASH)" to gwt-reason
               rewrite reg-gwtxn
               move spaces to wmsgweb
               string "GATEWAY PAYMENT NOT POSTED TXN " wtxn-in
                   delimited by size into wmsgweb
               end-string
               perform log-error
               move "held" to wgw-result
               exit paragraph
           end-if
           move pay-seq     to gwt-pay-seq
           move pay-receipt to gwt-receipt
           rewrite reg-gwtxn
           perform settle-open-invoices
           perform apply-to-plan
           perform stamp-paid-through
           move "posted" to wgw-result.
       handle-adverse.
      *> A failure or a chargeback is never posted by this endpoint;
      *> staff decide on the review list whether a reversal is due.
           if wtxn-exists = "N"
               initialize reg-gwtxn
               move wtxn-in   to gwt-txn-id
               move wlogin    to gwt-login
               move wamount-n to gwt-amount
               move function current-date(1:14) to gwt-received
           end-if
           if wnotice-in = "FAILED"
               if wtxn-exists = "N"
                   set gwt-failed to true
               end-if
               move "PAYMENT FAILED AT PROVIDER" to gwt-reason
           else
               set gwt-disputed to true
               move "PAYMENT DISPUTED BY CARDHOLDER" to gwt-reason
           end-if
           move wnotice-in to gwt-notice
           move wtime-in   to gwt-provider-time
           set gwt-needs-review to true
           if wtxn-exists = "Y"
               rewrite reg-gwtxn
           else
               write reg-gwtxn
           end-if
           move spaces to wmsgweb
           string "GATEWAY " wnotice-in " TXN " wtxn-in
                  " LOGIN " wlogin delimited by size into wmsgweb
           end-string
           perform log-error
           move "recorded" to wgw-result.
       find-member.
           move "N" to wmember-found
           open input members
           if fstatus not = zeros
               exit paragraph
           end-if
           move wlogin to login
           read members
               invalid key continue
               not invalid key
                   move "Y" to wmember-found
                   move member-type  to wtariff-type
                   move paid-through to wpaidthrough
           end-read
           close members.
       post-payment.
      *> Same row PAYMENT_SUBMIT writes for a dues payment at the
      *> desk, with the gateway as operator and method.
           perform read-tariff
           open i-o payments
           if fstatus = "35"
               open output payments
               close payments
               open i-o payments
           end-if
           initialize reg-payments
           move wlogin to pay-login
           move function current-date(1:14) to pay-seq
           move wamount-n to pay-amount
           move wgateway-method to pay-method
           move "DU" to pay-category
           move wgateway-operator to pay-operator
           move function current-date(1:8) to wpay-today
           compute wpay-today-int = function integer-of-date(wpay-today)
           if wpaidthrough is numeric and wpaidthrough > wpay-today
               compute wbase-int = function integer-of-date(
                   function numval(wpaidthrough))
           else
               move wpay-today-int to wbase-int
           end-if
           compute wpay-due-int = wbase-int + wtariff-period
           compute wpay-due-date =
               function date-of-integer(wpay-due-int)
           move wpay-due-date to pay-due-date
           set pay-kind-payment to true
           move "N" to pay-reversed
           move wtariff-tax-code to wtax-code
           move pay-category to wtax-category
           move wamount-n    to wtax-gross
           perform compute-tax
           move wtax-amount to pay-tax
           move wtax-code   to pay-tax-code
           move "RECEIPT-NO" to wcountername
           perform next-counter
           move wcountervalue to pay-receipt
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
           end-perform
           close payments.
       settle-open-invoices.
           move wamount-n to wsettle-left
           open i-o invoices
           if fstatus = "35"
               open output invoices
               close invoices
               open i-o invoices
           end-if
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to ws-fstatus
           move low-values to inv-key
           move wlogin to inv-login
           start invoices key is not less than inv-key
               invalid key move "10" to ws-fstatus
           end-start
           if ws-fstatus not = "10"
               read invoices next
                   at end move "10" to ws-fstatus
               end-read
           end-if
           perform until ws-fstatus = "10" or inv-login <> wlogin
                   or wsettle-left = zeros
               if inv-open and inv-cat-dues
                   if wsettle-left >= inv-amount - inv-paid
                       compute wsettle-left =
                           wsettle-left - (inv-amount - inv-paid)
                       move inv-amount to inv-paid
                       set inv-settled to true
                   else
                       add wsettle-left to inv-paid
                       move zeros to wsettle-left
                   end-if
                   rewrite reg-invoices
               end-if
               read invoices next
                   at end move "10" to ws-fstatus
               end-read
           end-perform
           close invoices.
       apply-to-plan.
           move wamount-n to wsettle-left
           open i-o payplan
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to ws-fstatus
           move low-values to plan-key
           move wlogin to plan-login
           start payplan key is not less than plan-key
               invalid key move "10" to ws-fstatus
           end-start
           if ws-fstatus not = "10"
               read payplan next
                   at end move "10" to ws-fstatus
               end-read
           end-if
           perform until ws-fstatus = "10" or plan-login <> wlogin
                   or wsettle-left = zeros
               if plan-inst-open
                   if wsettle-left >= plan-amount - plan-paid
                       compute wsettle-left =
                           wsettle-left - (plan-amount - plan-paid)
                       move plan-amount to plan-paid
                       set plan-inst-paid to true
                   else
                       add wsettle-left to plan-paid
                       move zeros to wsettle-left
                   end-if
                   rewrite reg-payplan
               end-if
               read payplan next
                   at end move "10" to ws-fstatus
               end-read
           end-perform
           close payplan.
       stamp-paid-through.
           open i-o members
           if fstatus not = zeros
               exit paragraph
           end-if
           move wlogin to login
           read members invalid key
               close members
               exit paragraph
           end-read
           move wpay-due-date to paid-through
           rewrite reg-members
           close members.
           copy "counter-next.cpy".
           copy "tariff-read.cpy".
           copy "tax-read.cpy".
           copy "errorlog-write.cpy".
