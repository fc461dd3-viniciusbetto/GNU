           copy "evfeed.sel".
           copy "payments.sel".
           copy "counters.sel".
           copy "vouchers.sel".
           copy "points.sel".
           copy "refunds.sel".
           copy "evtickets.sel".
           copy "guests.sel".
           copy "taxcodes.sel".
           copy "periods.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       copy "evfeed.cpy".
       copy "payments.cpy".
       copy "counters.cpy".
       copy "vouchers.cpy".
       copy "points.cpy".
       copy "refunds.cpy".
       copy "evtickets.cpy".
       copy "guests.cpy".
       copy "taxcodes.cpy".
       copy "periods.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       01  wmailsubject      pic x(60) value spaces.
       01  wmailbody         pic x(200) value spaces.
       01  wsmsbody          pic x(160) value spaces.
       01  wfeeseq           pic x(14) value spaces.
       01  wseqbump          pic 9(14) value zeros.
       01  wretry9           pic 9(01) value zeros.
       01  wwritten          pic x(01) value "N".
       01  we-fstatus        pic xx    value "00".
       01  wp-fstatus        pic xx    value "00".
       01  wsettle-default   pic x(01) value "C".
       01  wsettle-pref      pic x(01) value spaces.
       01  wfeefound         pic x(01) value "N".
       01  wacct-balance     pic s9(09)v99 value zeros.
       01  wunpaid           pic 9(07)v99 value zeros.
       01  wvoucherpart      pic 9(07)v99 value zeros.
       01  wfeepaid          pic s9(07)v99 value zeros.
       01  wrefund-amt       pic 9(07)v99 value zeros.
       01  wseqlimit         pic 9(14) value zeros.
       01  wseqlimit-x       pic x(14) value spaces.
       01  wcheck-month      pic x(06) value spaces.
       01  wnoticekind       pic x(01) value spaces.
       01  wmemberbranch     pic x(03) value spaces.
       01  wamt-display      pic zzzzzz9,99.
       01  wregcount         pic 9(05) value zeros.
       01  wcreditcount      pic 9(05) value zeros.
       01  wrefundcount      pic 9(05) value zeros.
       01  wwaitcount        pic 9(05) value zeros.
       01  wticketcount      pic 9(05) value zeros.
       01  wticketno         pic 9(09) value zeros.
       01  wticketprice      pic 9(07)v99 value zeros.
       01  wtprice-n         pic 9(07)v99 value zeros.
       01  wtpl-id           pic x(12) value spaces.
       01  wtpl-merge.
           02 wtpl-name      pic x(120).
           02 wtpl-amount    pic x(20).
           02 wtpl-duedate   pic x(08).
           02 wtpl-branch    pic x(03).
       01  wtpl-subject2     pic x(60) value spaces.
       01  wtpl-body2        pic x(200) value spaces.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wevfee         pic x(10).
           02 wevrating      pic x(01).
           02 wevcomment     pic x(120).
           02 wevvoucher     pic x(09).
           02 wevsettle      pic x(01).
           02 wevtprice      pic x(10).
           02 wtkno          pic x(09).
           02 wtkbuyer       pic x(60).
           02 wtkphone       pic x(30).
           02 wtkemail       pic x(120).
           02 wtkmethod      pic x(10).
           02 wevpoints      pic x(01).
           02 filler         pic x(5396).
       copy "lnk-general.cpy".
       procedure division.
      *> Write side of the events board: staff create events (id
           move warray(8) to wevfee
           move warray(9) to wevrating
           move warray(10) to wevcomment
           move warray(11) to wevvoucher
           move warray(12) to wevsettle
           move warray(13) to wevtprice
           move warray(14) to wtkno
           move warray(15) to wtkbuyer
           move warray(16) to wtkphone
           move warray(17) to wtkemail
           move warray(18) to wtkmethod
           move warray(19) to wevpoints
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
      *> The id field is hand-typed at the check-in desk, so it comes
      *> back space-padded -- FUNCTION NUMVAL (the volunteer screen's
      *> idiom) instead of a whole-field class test.
               when "cancel"  perform cancel-member
               when "feedback" perform submit-feedback
               when "checkin" perform checkin-member
               when "settlepref" perform set-settle-pref
               when "cancelevt" perform cancel-event
               when "sellticket" perform sell-ticket
               when "payticket" perform pay-ticket
               when "cxlticket" perform cancel-ticket
               when other     move "UNKNOWN OPERATION !!" to wmsgweb
           end-evaluate.
       redir-events.
               end-if
               move wevfee to wfee-n
           end-if
      *> A ticket price (zero for a free open day) opens the event to
      *> the public; blank keeps it members only.
           move zeros to wtprice-n
           if wevtprice not = spaces
               if function test-numval(wevtprice) not = 0
                   move "INVALID TICKET PRICE !!" to wmsgweb
                   go redir-events
               end-if
               move function numval(wevtprice) to wtprice-n
           end-if
           open i-o events
           if fstatus = "35"
               open output events
           move wevcap to evt-capacity
           move zeros to evt-regcount
           move wfee-n to evt-fee
           move "N" to evt-public
           if wevtprice not = spaces
               set evt-sells-tickets to true
           end-if
           move wtprice-n to evt-ticket-price
           set evt-open to true
           write reg-events
           close events
               close events
               go redir-events
           end-read
           if evt-cancelled
               move "THAT EVENT HAS BEEN CANCELLED !!" to wmsgweb
               close events
               go redir-events
           end-if
           if evt-regcount >= evt-capacity
      *> A full event no longer turns people away -- they join the
      *> per-event queue in arrival order, and a cancellation
               close events
               go redir-events
           end-if
      *> A gift voucher keyed with the sign-up pays the fee as far
      *> as its balance goes; any remainder stays an open charge.
           move zeros to wvch-used
           if wevvoucher not = spaces and evt-fee > zeros
               move wevvoucher to wvch-no-in
               move evt-fee    to wvch-wanted
               perform check-voucher
               if wmsgweb not = spaces
                   close events
                   go redir-events
               end-if
           end-if
      *> Loyalty points, when asked for, meet what the voucher left;
      *> too few to be worth a cent and the fee simply stays open.
           move zeros to wpts-used wpts-value
           if wevpoints = "Y" and evt-fee > wvch-used
               perform take-event-points
           end-if
           open i-o eventreg
           if fstatus = "35"
               open output eventreg
               move wmemberid  to evr-member-id
               move function current-date(1:8) to evr-regdate
               move "N" to evr-attended
               move spaces to evr-fee-seq
               move spaces to evr-settle-pref
               if wevsettle = "C" or wevsettle = "R"
                   move wevsettle to evr-settle-pref
               end-if
               write reg-eventreg
               add 1 to evt-regcount
               rewrite reg-events
               if evt-fee > zeros
                   perform post-event-fee
                   move wfeeseq to evr-fee-seq
                   rewrite reg-eventreg
                   move "SIGNED UP. FEE CHARGED TO YOUR ACCOUNT."
                       to wmsgweb
                   if wvch-used > zeros
                       perform pay-fee-by-voucher
                   end-if
                   if wpts-used > zeros
                       perform pay-fee-by-points
                   end-if
               else
                   move "SIGNED UP. SEE YOU THERE !!" to wmsgweb
               end-if
           initialize reg-payments
           move wlogin to pay-login
           move function current-date(1:14) to pay-seq
           move pay-seq to wfeeseq
           move evt-fee to pay-amount
           move "EVENT FEE" to pay-method
           move spaces to pay-due-date
           close payments
           move "EVENT-FEE" to waudit-op
           perform write-audit.
       pay-fee-by-voucher.
      *> The voucher's part settles the fee charge just posted as a
      *> category-EV payment, one second on from the charge so the
      *> two rows keep distinct keys.
           perform redeem-voucher
           if wmsgweb not = spaces
               move "SIGNED UP. VOUCHER REFUSED -- FEE LEFT ON ACCOUNT."
                   to wmsgweb
               exit paragraph
           end-if
           open i-o payments
           if fstatus not = zeros
               exit paragraph
           end-if
           initialize reg-payments
           move wlogin to pay-login
           move wfeeseq to wseqbump
           add 1 to wseqbump
           move wseqbump to pay-seq
           move wvch-used to pay-amount
           set pay-by-voucher to true
           move spaces to pay-due-date
           set pay-kind-payment to true
           move "EVENTFEE" to pay-reason
           move spaces to pay-orig-seq
           move "N" to pay-reversed
           move wsessionlogin to pay-operator
           set pay-cat-event to true
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
           end-perform
           close payments
           if wvch-used < evt-fee
               move "SIGNED UP. VOUCHER APPLIED, REST ON YOUR ACCOUNT."
                   to wmsgweb
           else
               move "SIGNED UP. FEE PAID BY GIFT VOUCHER." to wmsgweb
           end-if.
       take-event-points.
           move wlogin to wpts-login
           perform points-balance
           if wpts-balance <= zeros
               exit paragraph
           end-if
           if wpts-balance > 9999999
               move 9999999 to wpts-offered
           else
               move wpts-balance to wpts-offered
           end-if
           compute wpts-wanted = evt-fee - wvch-used
           perform check-points
           if wmsgweb not = spaces
               move spaces to wmsgweb
               move zeros to wpts-used wpts-value
           end-if.
       pay-fee-by-points.
      *> The points' part settles the fee as a category-EV payment,
      *> two seconds on from the charge so it never meets the
      *> voucher row.
           move "RE" to wpts-source
           move spaces to wpts-ref
           string "EVENT " evt-id delimited by size into wpts-ref
           end-string
           perform redeem-points
           if wmsgweb not = spaces
               move "SIGNED UP. POINTS REFUSED -- FEE LEFT ON ACCOUNT."
                   to wmsgweb
               exit paragraph
           end-if
           open i-o payments
           if fstatus not = zeros
               exit paragraph
           end-if
           initialize reg-payments
           move wlogin to pay-login
           move wfeeseq to wseqbump
           add 2 to wseqbump
           move wseqbump to pay-seq
           move wpts-value to pay-amount
           set pay-by-points to true
           move spaces to pay-due-date
           set pay-kind-payment to true
           move "EVENTFEE" to pay-reason
           move spaces to pay-orig-seq
           move "N" to pay-reversed
           move wsessionlogin to pay-operator
           set pay-cat-event to true
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
           close payments
           if wvch-used + wpts-value < evt-fee
               move "SIGNED UP. POINTS APPLIED, REST ON YOUR ACCOUNT."
                   to wmsgweb
           else
               move "SIGNED UP. FEE PAID." to wmsgweb
           end-if.
       join-event-waitlist.
      *> Queue order is the shared EVWAIT-SEQ counter -- strictly
      *> increasing across the club, so within one event the rows
               close events
               go redir-events
           end-read
           if evt-cancelled
               move "THAT EVENT HAS BEEN CANCELLED !!" to wmsgweb
               close events
               go redir-events
           end-if
           open i-o eventreg
           if fstatus = "35"
               open output eventreg
           if wpromofound = "N"
               exit paragraph
           end-if
           if wpromologin(1:7) = "TICKET-"
               perform promote-ticket
               exit paragraph
           end-if
           move wtarget-id  to evr-event
           move wpromologin to evr-login
           move wpromomember to evr-member-id
           move function current-date(1:8) to evr-regdate
           move "N" to evr-attended
           move spaces to evr-fee-seq
           move spaces to evr-settle-pref
           write reg-eventreg
               invalid key continue
           end-write
           move wpromologin to wlogin
           if evt-fee > zeros
               perform post-event-fee
               move wfeeseq to evr-fee-seq
               rewrite reg-eventreg
                   invalid key continue
               end-rewrite
           end-if
           move "EVT-PROMOTE" to waudit-op
           perform write-audit
           perform write-audit
           move "CHECKED IN." to wmsgweb
           go redir-events.
       set-settle-pref.
      *> The member's own say in what happens to a paid fee if the
      *> club calls the event off -- C keeps it as account credit,
      *> R sends it back through the bank refund run.
           move wsessionlogin to wlogin
           if wevsettle not = "C" and wevsettle not = "R"
               move "CHOOSE CREDIT OR REFUND !!" to wmsgweb
               go redir-events
           end-if
           open i-o eventreg
           if fstatus not = zeros
               move "NOT SIGNED UP FOR THAT EVENT !!" to wmsgweb
               go redir-events
           end-if
           move wtarget-id to evr-event
           move wlogin     to evr-login
           read eventreg invalid key
               move "NOT SIGNED UP FOR THAT EVENT !!" to wmsgweb
               close eventreg
               go redir-events
           end-read
           move wevsettle to evr-settle-pref
           rewrite reg-eventreg
           close eventreg
           move "EVT-SETTLEPREF" to waudit-op
           perform write-audit
           move "CANCELLATION PREFERENCE SAVED." to wmsgweb
           go redir-events.
       cancel-event.
      *> Calling off a whole event, not one sign-up. The event is
      *> marked cancelled so nobody else can sign up, and every
      *> registrant's fee charge is taken back with an offsetting
      *> credit adjustment (reason EVTCANCEL) -- the same row the
      *> corrections desk posts. Whatever part of the fee the member
      *> had already paid (a voucher part excepted: that money stays
      *> on account) is then either left as account credit or queued
      *> to REFUNDS for REFUND-EXPORT, per the member's own choice or
      *> the default picked here. The waiting list is closed off and
      *> everyone affected is told through the template catalog and
      *> the outbox.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-events
           end-if
           perform authorize-staff-only
           close members
           if wevsettle = "R"
               move "R" to wsettle-default
           else
               move "C" to wsettle-default
           end-if
           open i-o events
           if fstatus not = zeros
               string "ERR OPEN events: " fstatus
                   delimited by size into wmsgweb
               go redir-events
           end-if
           move wtarget-id to evt-id
           read events invalid key
               move "EVENT NOT FOUND !!" to wmsgweb
               close events
               go redir-events
           end-read
           if evt-cancelled
               move "EVENT ALREADY CANCELLED !!" to wmsgweb
               close events
               go redir-events
           end-if
      *> The credits post in this month, so a closed month stops the
      *> whole cancellation before anything is touched.
           if evt-fee > zeros or evt-ticket-price > zeros
               move function current-date(1:6) to wcheck-month
               perform check-period-open
               if wmsgweb not = spaces
                   close events
                   go redir-events
               end-if
           end-if
           set evt-cancelled to true
           rewrite reg-events
           open i-o payments
           if fstatus = "35"
               open output payments
               close payments
               open i-o payments
           end-if
           open i-o eventreg
           if fstatus = zeros
               move "00" to we-fstatus
               move wtarget-id  to evr-event
               move low-values  to evr-login
               start eventreg key is not less than evr-key
                   invalid key move "10" to we-fstatus
               end-start
               if we-fstatus not = "10"
                   read eventreg next
                       at end move "10" to we-fstatus
                   end-read
               end-if
               perform until we-fstatus = "10"
                       or evr-event not = wtarget-id
                   perform settle-registrant
                   read eventreg next
                       at end move "10" to we-fstatus
                   end-read
               end-perform
               close eventreg
           end-if
           perform settle-event-tickets
           close payments
           perform clear-event-waitlist
           close events
           move wsessionlogin to wlogin
           move "EVT-CANCEL-ALL" to waudit-op
           perform write-audit
           move spaces to wmsgweb
           string "EVENT CANCELLED -- " delimited by size
                  wregcount delimited by size
                  " REGISTRANTS, " delimited by size
                  wcreditcount delimited by size
                  " FEES CREDITED, " delimited by size
                  wrefundcount delimited by size
                  " REFUNDS QUEUED, " delimited by size
                  wticketcount delimited by size
                  " TICKETS REVERSED, " delimited by size
                  wwaitcount delimited by size
                  " TAKEN OFF THE WAITING LIST." delimited by size
               into wmsgweb
           end-string
           go redir-events.
       settle-registrant.
           add 1 to wregcount
           move evr-login to wlogin
           move zeros to wrefund-amt
           move spaces to wtpl-amount
           if evt-fee > zeros
               perform find-fee-charge
               if wfeefound = "Y"
                   perform measure-fee-paid
                   perform post-cancel-credit
                   if wwritten = "Y"
                       add 1 to wcreditcount
                       move evt-fee to wamt-display
                       move evr-settle-pref to wsettle-pref
                       if wsettle-pref not = "C"
                               and wsettle-pref not = "R"
                           move wsettle-default to wsettle-pref
                       end-if
                       if wsettle-pref = "R" and wfeepaid > zeros
                           move wfeepaid to wrefund-amt
                           perform queue-event-refund
                       end-if
                       if wrefund-amt > zeros
                           move wrefund-amt to wamt-display
                           string wamt-display delimited by size
                                  " REFUNDED" delimited by size
                               into wtpl-amount
                           end-string
                       else
                           string wamt-display delimited by size
                                  " CREDITED" delimited by size
                               into wtpl-amount
                           end-string
                       end-if
                   end-if
               end-if
           end-if
           move "R" to wnoticekind
           perform notify-event-cancelled.
       find-fee-charge.
      *> Sign-ups since the link was kept carry the charge's PAY-SEQ;
      *> older ones fall back to the first open EVENTFEE charge for
      *> the fee amount posted on or after the sign-up date. A walk-in
      *> checked in at the door was never charged and finds nothing.
           move "N" to wfeefound
           if evr-fee-seq not = spaces
               move wlogin      to pay-login
               move evr-fee-seq to pay-seq
               read payments
                   invalid key continue
                   not invalid key
                       if pay-kind-tab and pay-reason = "EVENTFEE"
                               and not pay-is-reversed
                           move "Y" to wfeefound
                           move pay-seq to wfeeseq
                       end-if
               end-read
               exit paragraph
           end-if
           move "00" to wp-fstatus
           move wlogin     to pay-login
           move low-values to pay-seq
           start payments key is not less than pay-key
               invalid key move "10" to wp-fstatus
           end-start
           if wp-fstatus not = "10"
               read payments next
                   at end move "10" to wp-fstatus
               end-read
           end-if
           perform until wp-fstatus = "10" or pay-login not = wlogin
                   or wfeefound = "Y"
               if pay-kind-tab and pay-reason = "EVENTFEE"
                       and not pay-is-reversed
                       and pay-amount = evt-fee
                       and pay-seq(1:8) >= evr-regdate
                   move "Y" to wfeefound
                   move pay-seq to wfeeseq
               end-if
               if wfeefound = "N"
                   read payments next
                       at end move "10" to wp-fstatus
                   end-read
               end-if
           end-perform.
       measure-fee-paid.
      *> The fee charge is not settled row-for-row, so how much of it
      *> was paid is read off the account the way MYACCOUNT nets it:
      *> any balance still owed is taken to be this fee first, so a
      *> refund never pays out money the member has not put in. The
      *> voucher and loyalty-points parts post a second or so after
      *> the charge and are not paid back as money either.
           move zeros to wacct-balance wvoucherpart
           move wfeeseq to wseqlimit
           add 5 to wseqlimit
           move wseqlimit to wseqlimit-x
           move "00" to wp-fstatus
           move wlogin     to pay-login
           move low-values to pay-seq
           start payments key is not less than pay-key
               invalid key move "10" to wp-fstatus
           end-start
           if wp-fstatus not = "10"
               read payments next
                   at end move "10" to wp-fstatus
               end-read
           end-if
           perform until wp-fstatus = "10" or pay-login not = wlogin
               if pay-reversed not = "Y"
                   if pay-kind-reversal or pay-kind-adj-debit
                           or pay-kind-latefee or pay-kind-tab
                       add pay-amount to wacct-balance
                   else
                       subtract pay-amount from wacct-balance
                   end-if
                   if (pay-by-voucher
                           or pay-by-points)
                           and pay-reason = "EVENTFEE"
                           and pay-seq > wfeeseq
                           and pay-seq <= wseqlimit-x
                       add pay-amount to wvoucherpart
                   end-if
               end-if
               read payments next
                   at end move "10" to wp-fstatus
               end-read
           end-perform
           move zeros to wunpaid
           if wacct-balance > zeros
               if wacct-balance > evt-fee
                   move evt-fee to wunpaid
               else
                   move wacct-balance to wunpaid
               end-if
           end-if
           compute wfeepaid = evt-fee - wunpaid - wvoucherpart
           if wfeepaid < zeros
               move zeros to wfeepaid
           end-if.
       post-cancel-credit.
           initialize reg-payments
           move wlogin to pay-login
           move function current-date(1:14) to pay-seq
           move evt-fee to pay-amount
           move "ADJUSTMENT" to pay-method
           move spaces to pay-due-date
           set pay-kind-adj-credit to true
           move "EVTCANCEL" to pay-reason
           move wfeeseq to pay-orig-seq
           move "N" to pay-reversed
           move zeros to pay-receipt
           move wsessionlogin to pay-operator
           set pay-cat-event to true
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
           if wwritten = "Y"
               move "PAY-ADJUST" to waudit-op
               perform write-audit
           end-if.
       queue-event-refund.
      *> Same queue row the corrections desk writes; the debit that
      *> uses up the credit just posted lands when REFUND-RETURN sees
      *> the bank confirm it.
           open i-o refunds
           if fstatus = "35"
               open output refunds
               close refunds
               open i-o refunds
           end-if
           if fstatus not = zeros
               move zeros to wrefund-amt
               exit paragraph
           end-if
           move "REFUND-SEQ" to wcountername
           perform next-counter
           move wcountervalue to rfd-seq
           move wlogin to rfd-login
           move wrefund-amt to rfd-amount
           move "EVTCANCEL" to rfd-reason
           move function current-date(1:8) to rfd-requested
           move wsessionlogin to rfd-approved-by
           set rfd-queued to true
           move spaces to rfd-sent-on
           move spaces to rfd-result
           write reg-refunds
           close refunds
           add 1 to wrefundcount
           move "REFUND-QUEUE" to waudit-op
           perform write-audit.
       clear-event-waitlist.
           open i-o evwait
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to ww-fstatus
           move wtarget-id to evw-event
           move zeros      to evw-seq
           start evwait key is not less than evw-key
               invalid key move "10" to ww-fstatus
           end-start
           if ww-fstatus not = "10"
               read evwait next
                   at end move "10" to ww-fstatus
               end-read
           end-if
           perform until ww-fstatus = "10"
                   or evw-event not = wtarget-id
               if evw-waiting
                   set evw-removed to true
                   rewrite reg-evwait
                   add 1 to wwaitcount
                   move evw-login to wlogin
                   move spaces to wtpl-amount
                   move "W" to wnoticekind
                   perform notify-event-cancelled
               end-if
               read evwait next
                   at end move "10" to ww-fstatus
               end-read
           end-perform
           close evwait.
       notify-event-cancelled.
      *> Wording lives in the template catalog -- EVT-CANCEL and
      *> EVT-CANCELS for registrants (the merge amount says what was
      *> credited or refunded), EVT-CANCELW and EVT-CANCELWS for the
      *> waiting list -- with built-in text when a template is
      *> missing.
           open input members
           if fstatus not = zeros
               exit paragraph
           end-if
           move wlogin to login
           read members invalid key
               close members
               exit paragraph
           end-read
           move name        to wmembername
           move phone       to wmemberphone
           move email       to wmemberemail
           move branch-code to wmemberbranch
           move "N" to wmailok wsmsok
           if contact-both or contact-email-only
               move "Y" to wmailok
           end-if
           if contact-both or contact-sms-only
               move "Y" to wsmsok
           end-if
           close members
           perform send-cancel-notice.
       send-cancel-notice.
           set environment "MSG_LOGIN" to wlogin
           move wmembername   to wtpl-name
           move evt-date      to wtpl-duedate
           move wmemberbranch to wtpl-branch
           if wmemberemail not = spaces and wmailok = "Y"
               if wnoticekind = "W"
                   move "EVT-CANCELW" to wtpl-id
               else
                   move "EVT-CANCEL" to wtpl-id
               end-if
               call "rendertpl" using wtpl-id wtpl-merge
                   wmailsubject wmailbody
               if wmailbody(1:12) = wtpl-id
                   move "Event cancelled" to wmailsubject
                   move spaces to wmailbody
                   string "Hello " delimited by size
                          function trim(wmembername) delimited by size
                          ": we are sorry, " delimited by size
                          function trim(evt-name) delimited by size
                          " on " delimited by size
                          evt-date delimited by size
                          " has been cancelled." delimited by size
                       into wmailbody
                   end-string
                   if wtpl-amount not = spaces
                       move spaces to wtpl-body2
                       string function trim(wmailbody)
                                  delimited by size
                              " Your fee: " delimited by size
                              function trim(wtpl-amount)
                                  delimited by size
                              "." delimited by size
                           into wtpl-body2
                       end-string
                       move wtpl-body2 to wmailbody
                   end-if
               end-if
               call "sendmail" using wmemberemail wmailsubject
                   wmailbody
           end-if
           if wmemberphone not = spaces and wsmsok = "Y"
               if wnoticekind = "W"
                   move "EVT-CANCELWS" to wtpl-id
               else
                   move "EVT-CANCELS" to wtpl-id
               end-if
               call "rendertpl" using wtpl-id wtpl-merge
                   wtpl-subject2 wtpl-body2
               if wtpl-body2(1:12) = wtpl-id
                   move spaces to wsmsbody
                   string function trim(evt-name) delimited by size
                          " on " delimited by size
                          evt-date delimited by size
                          " is cancelled." delimited by size
                       into wsmsbody
                   end-string
                   if wtpl-amount not = spaces
                       move spaces to wtpl-body2
                       string function trim(wsmsbody)
                                  delimited by size
                              " Fee " delimited by size
                              function trim(wtpl-amount)
                                  delimited by size
                              "." delimited by size
                           into wtpl-body2
                       end-string
                       move wtpl-body2 to wsmsbody
                   end-if
               else
                   move wtpl-body2 to wsmsbody
               end-if
               call "sendsms" using wmemberphone wsmsbody
           end-if.
       check-period-open.
           open input periods
           if fstatus not = zeros
               exit paragraph
           end-if
           move wcheck-month to per-month
           read periods invalid key
               close periods
               exit paragraph
           end-read
           close periods
           if period-closed
               move "PERIOD CLOSED -- MONEY CANNOT BE PAID BACK !!"
                   to wmsgweb
           end-if.
       sell-ticket.
      *> Desk sale of a public ticket to a non-member: buyer's name
      *> and a way to reach them, a number from TICKET-NO, the
      *> event's ticket price taken there and then. A ticket takes a
      *> seat out of the same capacity the members' sign-ups use; once
      *> the event is full the buyer joins the same queue, unpaid,
      *> and pays when a seat comes free. Every buyer goes into the
      *> guest pipeline for the membership drive.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-events
           end-if
           perform authorize-staff-only
           close members
           if wtkbuyer = spaces
               move "BUYER NAME IS REQUIRED !!" to wmsgweb
               go redir-events
           end-if
           if wtkphone = spaces and wtkemail = spaces
               move "PHONE OR EMAIL IS REQUIRED !!" to wmsgweb
               go redir-events
           end-if
           open i-o events
           if fstatus not = zeros
               string "ERR OPEN events: " fstatus
                   delimited by size into wmsgweb
               go redir-events
           end-if
           move wtarget-id to evt-id
           read events invalid key
               move "EVENT NOT FOUND !!" to wmsgweb
               close events
               go redir-events
           end-read
           if evt-cancelled
               move "THAT EVENT HAS BEEN CANCELLED !!" to wmsgweb
               close events
               go redir-events
           end-if
           if not evt-sells-tickets
               move "EVENT IS FOR MEMBERS ONLY !!" to wmsgweb
               close events
               go redir-events
           end-if
           if evt-regcount < evt-capacity and evt-ticket-price > zeros
               if wtkmethod = spaces or wtkmethod(1:7) = "VOUCHER"
                   move "INVALID PAYMENT METHOD !!" to wmsgweb
                   close events
                   go redir-events
               end-if
           end-if
           open i-o evtickets
           if fstatus = "35"
               open output evtickets
               close evtickets
               open i-o evtickets
           end-if
           move "TICKET-NO" to wcountername
           perform next-counter
           move wcountervalue to wticketno
           perform set-ticket-login
           initialize reg-evtickets
           move wtarget-id    to etk-event
           move wticketno     to etk-no
           move wtkbuyer      to etk-buyer
           move wtkphone      to etk-phone
           move wtkemail      to etk-email
           move evt-ticket-price to etk-price
           move evt-ticket-price to wticketprice
           move function current-date(1:8) to etk-sold
           move wsessionlogin to etk-operator
           move spaces        to etk-method etk-pay-seq
           if evt-regcount >= evt-capacity
               set etk-waiting to true
               write reg-evtickets
               close evtickets
               move zeros to wmemberid
               perform join-event-waitlist
               close events
               move spaces to wmsgweb
               string "EVENT IS FULL -- TICKET " delimited by size
                      wticketno delimited by size
                      " QUEUED, TO BE PAID WHEN SEATED."
                          delimited by size
                   into wmsgweb
               end-string
           else
               add 1 to evt-regcount
               rewrite reg-events
               if evt-ticket-price > zeros
                   perform post-ticket-payment
               end-if
               set etk-paid to true
               write reg-evtickets
               close evtickets
               close events
               move "TICKET-SELL" to waudit-op
               perform write-audit
               move spaces to wmsgweb
               string "TICKET " delimited by size
                      wticketno delimited by size
                      " SOLD." delimited by size
                   into wmsgweb
               end-string
           end-if
           perform feed-guest-pipeline
           go redir-events.
       set-ticket-login.
      *> The ticket's pseudo-account, VOUCHER-<number> style: its
      *> money in PAYMENTS and its place in EVWAIT sit under it.
           move spaces to wlogin
           string "TICKET-" delimited by size
                  wticketno delimited by size
               into wlogin
           end-string.
       post-ticket-payment.
      *> Taken at the desk: a category-EV payment under the ticket's
      *> pseudo-account, with a receipt number and the event tax.
           open i-o payments
           if fstatus = "35"
               open output payments
               close payments
               open i-o payments
           end-if
           initialize reg-payments
           move wlogin to pay-login
           move function current-date(1:14) to pay-seq
           move wticketprice to pay-amount
           move wtkmethod to pay-method
           move spaces to pay-due-date
           set pay-kind-payment to true
           move "TICKET" to pay-reason
           move spaces to pay-orig-seq
           move "N" to pay-reversed
           move "RECEIPT-NO" to wcountername
           perform next-counter
           move wcountervalue to pay-receipt
           move wsessionlogin to pay-operator
           set pay-cat-event to true
           move spaces    to wtax-code
           move "EV"      to wtax-category
           move wticketprice to wtax-gross
           perform compute-tax
           move wtax-amount to pay-tax
           move wtax-code   to pay-tax-code
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
           close payments
           move wtkmethod to etk-method
           move pay-seq   to etk-pay-seq.
       feed-guest-pipeline.
      *> The buyer lands in GUESTS as a new prospect under the
      *> pseudo-sponsor EVENT-<event id>, so the follow-up calls and
      *> GUESTS-CONVERT see ticket buyers alongside guest passes.
           open i-o guests
           if fstatus = "35"
               open output guests
               close guests
               open i-o guests
           end-if
           if fstatus not = zeros
               exit paragraph
           end-if
           initialize reg-guests
           move spaces to gst-sponsor
           string "EVENT-" delimited by size
                  wtarget-id delimited by size
               into gst-sponsor
           end-string
           move function current-date(1:14) to gst-seq
           move wtkbuyer to gst-name
           move function current-date(1:8) to gst-date
           move wtkphone to gst-phone
           move wtkemail to gst-email
           set gst-fu-new to true
           move spaces to gst-converted
           move "N" to wwritten
           move zeros to wretry9
           perform until wwritten = "Y" or wretry9 > 5
               write reg-guests
                   invalid key
                       add 1 to wretry9
                       move gst-seq to wseqbump
                       add 1 to wseqbump
                       move wseqbump to gst-seq
                   not invalid key
                       move "Y" to wwritten
               end-write
           end-perform
           close guests.
       pay-ticket.
      *> A queued ticket that has been given a seat is paid for here.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-events
           end-if
           perform authorize-staff-only
           close members
           perform read-ticket
           if not etk-held
               move "TICKET IS NOT AWAITING PAYMENT !!" to wmsgweb
               close evtickets
               go redir-events
           end-if
           if etk-price > zeros
               if wtkmethod = spaces or wtkmethod(1:7) = "VOUCHER"
                   move "INVALID PAYMENT METHOD !!" to wmsgweb
                   close evtickets
                   go redir-events
               end-if
               move etk-price to wticketprice
               perform post-ticket-payment
           end-if
           set etk-paid to true
           rewrite reg-evtickets
           close evtickets
           move "TICKET-PAY" to waudit-op
           perform write-audit
           move "TICKET PAID." to wmsgweb
           go redir-events.
       read-ticket.
           move function numval(wtkno) to wticketno
           perform set-ticket-login
           open i-o evtickets
           if fstatus not = zeros
               move "TICKET NOT FOUND !!" to wmsgweb
               go redir-events
           end-if
           move wtarget-id to etk-event
           move wticketno  to etk-no
           read evtickets invalid key
               move "TICKET NOT FOUND !!" to wmsgweb
               close evtickets
               go redir-events
           end-read.
       cancel-ticket.
      *> A queued ticket just leaves the queue. A seated one gives
      *> its seat back to the head of the queue, and a paid one has
      *> its payment reversed -- the money goes back over the desk.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-events
           end-if
           perform authorize-staff-only
           close members
           perform read-ticket
           if etk-cancelled
               move "TICKET ALREADY CANCELLED !!" to wmsgweb
               close evtickets
               go redir-events
           end-if
           if etk-waiting
               set etk-cancelled to true
               rewrite reg-evtickets
               close evtickets
               perform remove-from-waitlist
               move "TICKET-CANCEL" to waudit-op
               perform write-audit
               move "QUEUED TICKET CANCELLED." to wmsgweb
               go redir-events
           end-if
           if etk-paid and etk-pay-seq not = spaces
               move etk-pay-seq(1:6) to wcheck-month
               perform check-period-open
               if wmsgweb = spaces
                   move function current-date(1:6) to wcheck-month
                   perform check-period-open
               end-if
               if wmsgweb not = spaces
                   close evtickets
                   go redir-events
               end-if
           end-if
           open i-o events
           if fstatus not = zeros
               string "ERR OPEN events: " fstatus
                   delimited by size into wmsgweb
               close evtickets
               go redir-events
           end-if
           move wtarget-id to evt-id
           read events invalid key
               move "EVENT NOT FOUND !!" to wmsgweb
               close evtickets
               close events
               go redir-events
           end-read
           if etk-paid and etk-pay-seq not = spaces
               open i-o payments
               perform reverse-ticket-payment
               close payments
           end-if
           set etk-cancelled to true
           rewrite reg-evtickets
           close evtickets
           if evt-regcount > zeros
               subtract 1 from evt-regcount
           end-if
           rewrite reg-events
           move "TICKET-CANCEL" to waudit-op
           perform write-audit
           move "TICKET CANCELLED." to wmsgweb
           open i-o eventreg
           if fstatus = "35"
               open output eventreg
               close eventreg
               open i-o eventreg
           end-if
           perform promote-next-waiting
           close eventreg
           close events
           go redir-events.
       reverse-ticket-payment.
      *> The corrections desk's reversal: original flagged, an RV row
      *> linked back to it taking back the tax it booked. PAYMENTS
      *> is open on entry.
           move "N" to wwritten
           move wlogin      to pay-login
           move etk-pay-seq to pay-seq
           read payments invalid key
               exit paragraph
           end-read
           if pay-is-reversed
               exit paragraph
           end-if
           move pay-amount   to wfee-n
           move pay-tax      to wtax-amount
           move pay-tax-code to wtax-code
           set pay-is-reversed to true
           rewrite reg-payments
           initialize reg-payments
           move wlogin to pay-login
           move function current-date(1:14) to pay-seq
           move wfee-n to pay-amount
           move "REVERSAL" to pay-method
           move wtax-amount to pay-tax
           move wtax-code   to pay-tax-code
           move spaces to pay-due-date
           set pay-kind-reversal to true
           move "TICKETCXL" to pay-reason
           move etk-pay-seq to pay-orig-seq
           move "N" to pay-reversed
           move wsessionlogin to pay-operator
           set pay-cat-event to true
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
           move "PAY-REVERSE" to waudit-op
           perform write-audit.
       promote-ticket.
      *> The head of the queue is a public ticket: it takes the seat
      *> unpaid, and the buyer is told to pay at the desk or the door.
           move function numval(wpromologin(8:9)) to wticketno
           open i-o evtickets
           if fstatus not = zeros
               exit paragraph
           end-if
           move wtarget-id to etk-event
           move wticketno  to etk-no
           read evtickets invalid key
               close evtickets
               exit paragraph
           end-read
           set etk-held to true
           rewrite reg-evtickets
           close evtickets
           add 1 to evt-regcount
           rewrite reg-events
           move wpromologin to wlogin
           move "EVT-PROMOTE" to waudit-op
           perform write-audit
           if etk-email not = spaces
               move "A place opened up!" to wmailsubject
               move spaces to wmailbody
               string "Good news, " delimited by size
                      function trim(etk-buyer) delimited by size
                      ": a place opened up in " delimited by size
                      function trim(evt-name) delimited by size
                      " on " delimited by size
                      evt-date delimited by size
                      " for ticket " delimited by size
                      wticketno delimited by size
                      ". Please pay at the desk or on the door."
                          delimited by size
                   into wmailbody
               end-string
               move etk-email to wmemberemail
               call "sendmail" using wmemberemail wmailsubject
                   wmailbody
           end-if
           if etk-phone not = spaces
               move spaces to wsmsbody
               string "A place opened up in " delimited by size
                      function trim(evt-name) delimited by size
                      " on " delimited by size
                      evt-date delimited by size
                      " -- ticket " delimited by size
                      wticketno delimited by size
                      ", pay on the door." delimited by size
                   into wsmsbody
               end-string
               move etk-phone to wmemberphone
               call "sendsms" using wmemberphone wsmsbody
           end-if
           move "CANCELLED -- NEXT IN QUEUE PROMOTED." to wmsgweb.
       settle-event-tickets.
      *> Whole-event cancellation, public side: every live ticket is
      *> cancelled, a paid one has its payment reversed for the money
      *> to go back, and each buyer gets the same cancellation notice
      *> the members get. PAYMENTS is open on entry.
           open i-o evtickets
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to we-fstatus
           move wtarget-id to etk-event
           move zeros      to etk-no
           start evtickets key is not less than etk-key
               invalid key move "10" to we-fstatus
           end-start
           if we-fstatus not = "10"
               read evtickets next
                   at end move "10" to we-fstatus
               end-read
           end-if
           perform until we-fstatus = "10"
                   or etk-event not = wtarget-id
               if not etk-cancelled
                   perform settle-one-ticket
               end-if
               read evtickets next
                   at end move "10" to we-fstatus
               end-read
           end-perform
           close evtickets.
       settle-one-ticket.
           move etk-no to wticketno
           perform set-ticket-login
           move spaces to wtpl-amount
           move "R" to wnoticekind
           if etk-waiting
               move "W" to wnoticekind
           end-if
           if etk-paid and etk-pay-seq not = spaces
               perform reverse-ticket-payment
               if wwritten = "Y"
                   add 1 to wticketcount
                   move etk-price to wamt-display
                   string wamt-display delimited by size
                          " REFUNDED" delimited by size
                       into wtpl-amount
                   end-string
               end-if
           end-if
           set etk-cancelled to true
           rewrite reg-evtickets
           move etk-buyer to wmembername
           move etk-phone to wmemberphone
           move etk-email to wmemberemail
           move spaces    to wmemberbranch
           move "Y" to wmailok wsmsok
           perform send-cancel-notice.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "counter-next.cpy".
           copy "tax-read.cpy".
           copy "voucher-redeem.cpy".
           copy "points-ledger.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
