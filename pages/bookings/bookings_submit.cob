           copy "memdocs.sel".
           copy "quals.sel".
           copy "bookings.sel".
           copy "bookrates.sel".
           copy "payments.sel".
           copy "counters.sel".
           copy "audit.sel".
           copy "errlog.sel".
       copy "memdocs.cpy".
       copy "quals.cpy".
       copy "bookings.cpy".
       copy "bookrates.cpy".
       copy "payments.cpy".
       copy "counters.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       01  wgraceuntil       pic x(08) value spaces.
       01  wcertblocked      pic x(01) value "N".
       01  wreqcert          pic x(08) value spaces.
       01  wbkg-fee          pic 9(05)v99 value zeros.
       01  wnotice-n         pic 9(03) value zeros.
       01  wdisc-hits        pic 9(02) value zeros.
       01  wchargeamt        pic 9(07)v99 value zeros.
       01  wrefundamt        pic 9(07)v99 value zeros.
       01  wcharge-seq       pic x(14) value spaces.
       01  wchargelogin      pic x(60) value spaces.
       01  wseqbump          pic 9(14) value zeros.
       01  wretry9           pic 9(01) value zeros.
       01  wwritten          pic x(01) value "N".
       01  wrefund-due       pic x(01) value "N".
       01  wrefunded         pic 9(03) value zeros.
       01  wnowhour          pic 9(02) value zeros.
       01  whours-ahead      pic s9(09) comp.
       01  wrateexists       pic x(01) value "N".
       01  wfee-display      pic zzzz9,99.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wrmaxpeak-in   pic x(03).
           02 wrhorizon-in   pic x(03).
           02 wreqcert-in    pic x(08).
           02 wpeak-in       pic x(08).
           02 woffpeak-in    pic x(08).
           02 wdisctypes-in  pic x(06).
           02 wdiscpct-in    pic x(03).
           02 wnotice-in     pic x(03).
           02 filler         pic x(5801).
       copy "lnk-general.cpy".
       procedure division.
      *> Write side of facility booking. A booking is keyed resource +
           move warray(12) to wrmaxpeak-in
           move warray(13) to wrhorizon-in
           move warray(14) to wreqcert-in
           move warray(15) to wpeak-in
           move warray(16) to woffpeak-in
           move warray(17) to wdisctypes-in
           move warray(18) to wdiscpct-in
           move warray(19) to wnotice-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           evaluate wopcao
               when "addres" perform add-resource
               when "book"   perform book-slot
               when "outage"   perform declare-outage
               when "bookrules" perform save-booking-rules
               when "setres"   perform set-resource-fields
               when "setrate"  perform save-booking-rate
               when other    move "UNKNOWN OPERATION !!" to wmsgweb
           end-evaluate.
       redir-bookings.
               end-string
               go redir-bookings
           end-if
           perform price-booking
      *> A cancelled booking leaves its record behind for the
      *> no-show reporting, so the key may already exist -- a
      *> cancelled holder's slot is free to rebook in place.
               move function current-date(1:14) to bkg-made
               move zeros to bkg-series
               set bkg-active to true
               move wbkg-fee to bkg-fee
               move spaces to bkg-charge-seq
               write reg-bookings
           not invalid key
               if bkg-cancelled
                   move function current-date(1:14) to bkg-made
                   move zeros to bkg-series
                   set bkg-active to true
                   move wbkg-fee to bkg-fee
                   move spaces to bkg-charge-seq
                   rewrite reg-bookings
               else
                   move "SLOT ALREADY BOOKED -- PICK ANOTHER !!"
               end-if
           end-read
           if wmsgweb = spaces
               move wsessionlogin to wlogin
               move "BOOKING" to waudit-op
               perform write-audit
               move "BOOKING CONFIRMED." to wmsgweb
               if wbkg-fee > zeros
                   move wbkg-fee to wchargeamt
                   move wsessionlogin to wchargelogin
                   perform post-booking-charge
                   move wcharge-seq to bkg-charge-seq
                   rewrite reg-bookings
                   move wbkg-fee to wfee-display
                   move spaces to wmsgweb
                   string "BOOKING CONFIRMED -- " delimited by size
                          function trim(wfee-display) delimited by size
                          " CHARGED TO YOUR ACCOUNT." delimited by size
                       into wmsgweb
                   end-string
               end-if
           end-if
           close bookings
           go redir-bookings.
               end-string
               go redir-bookings
           end-if
           perform price-booking
           move "SERIES-ID" to wcountername
           perform next-counter
           move wcountervalue to wseries-n
           perform write-series-bookings
           move wsessionlogin to wlogin
           move "BOOKING-SERIES" to waudit-op
           perform write-audit
      *> One charge for the whole run, stamped on every week of the
      *> series so each cancellation refunds against it.
           move zeros to wchargeamt
           if wbkg-fee > zeros and wbookedweeks > zeros
               compute wchargeamt = wbkg-fee * wbookedweeks
               move wsessionlogin to wchargelogin
               perform post-booking-charge
               perform stamp-series-charge
           end-if
           close bookings
           move spaces to wmsgweb
           string "SERIES BOOKED -- " delimited by size
                  wbookedweeks delimited by size
                  "." delimited by size
               into wmsgweb
           end-string
           if wchargeamt > zeros
               move wchargeamt to wfee-display
               move spaces to wmsgweb
               string "SERIES BOOKED -- " delimited by size
                      wbookedweeks delimited by size
                      " WEEK(S), SERIES ID " delimited by size
                      wseries-n delimited by size
                      ", " delimited by size
                      function trim(wfee-display) delimited by size
                      " CHARGED." delimited by size
                   into wmsgweb
               end-string
           end-if
           go redir-bookings.
       check-series-conflicts.
           move zeros to wconflicts wfirstconflict
                   move function current-date(1:14) to bkg-made
                   move wseries-n to bkg-series
                   set bkg-active to true
                   move wbkg-fee to bkg-fee
                   move spaces to bkg-charge-seq
                   write reg-bookings
                   add 1 to wbookedweeks
               not invalid key
                       move function current-date(1:14) to bkg-made
                       move wseries-n to bkg-series
                       set bkg-active to true
                       move wbkg-fee to bkg-fee
                       move spaces to bkg-charge-seq
                       rewrite reg-bookings
                       add 1 to wbookedweeks
                   end-if
               end-read
               add 7 to wcur-int
           end-perform.
       stamp-series-charge.
           move wstart-int to wcur-int
           perform until wcur-int > wend-int
               compute wcurdate =
                   function date-of-integer(wcur-int)
               move wres-in  to bkg-resource
               move wcurdate to bkg-date
               move wslot-n  to bkg-slot
               read bookings invalid key
                   continue
               not invalid key
                   if bkg-series = wseries-n and bkg-active
                       move wcharge-seq to bkg-charge-seq
                       rewrite reg-bookings
                   end-if
               end-read
               add 7 to wcur-int
           end-perform.
       cancel-series.
      *> One action undoes the whole standing series. The series
      *> owner may cancel their own; anyone else needs staff.
           move wsessionlogin to wlogin
           move "BOOKING-SERCXL" to waudit-op
           perform write-audit
           if wrefundamt > zeros
               move wrefundamt to wchargeamt
               perform post-booking-credit
           end-if
           move spaces to wmsgweb
           string "SERIES CANCELLED -- " delimited by size
                  wcancelled delimited by size
                  " BOOKING(S) RELEASED." delimited by size
               into wmsgweb
           end-string
           if wrefundamt > zeros
               move wrefundamt to wfee-display
               move spaces to wmsgweb
               string "SERIES CANCELLED -- " delimited by size
                      wcancelled delimited by size
                      " BOOKING(S) RELEASED, " delimited by size
                      wrefunded delimited by size
                      " REFUNDED (" delimited by size
                      function trim(wfee-display) delimited by size
                      ")." delimited by size
                   into wmsgweb
               end-string
           end-if
           go redir-bookings.
       scan-series-owner.
           move "N" to wseriesfound
      *> Cancellation keeps the rows (flipped to cancelled) so the
      *> no-show and utilization reporting still see the history;
      *> only still-active rows are touched -- played or no-show
      *> weeks keep their verdict. Weeks cancelled with enough
      *> notice are refunded together in one credit.
           move zeros to wcancelled wrefundamt wrefunded
           move "00" to wb-fstatus
           move low-values to bkg-key
           start bookings key is not less than bkg-key
                   set bkg-cancelled to true
                   rewrite reg-bookings
                   add 1 to wcancelled
                   if bkg-fee > zeros and bkg-charge-seq not = spaces
                       perform judge-refund
                       if wrefund-due = "Y"
                           add bkg-fee to wrefundamt
                           add 1 to wrefunded
                           move bkg-charge-seq to wcharge-seq
                           move bkg-login to wchargelogin
                       end-if
                   end-if
               end-if
               read bookings next
                   at end move "10" to wb-fstatus
           end-if
           set bkg-cancelled to true
           rewrite reg-bookings
           move "N" to wrefund-due
           move zeros to wchargeamt
           if bkg-fee > zeros and bkg-charge-seq not = spaces
               perform judge-refund
               move bkg-fee        to wchargeamt
               move bkg-charge-seq to wcharge-seq
               move bkg-login      to wchargelogin
           end-if
           close bookings
           move wsessionlogin to wlogin
           move "BOOKING-CANCEL" to waudit-op
           perform write-audit
           move "BOOKING CANCELLED." to wmsgweb
           if wchargeamt > zeros
               move wchargeamt to wfee-display
               if wrefund-due = "Y"
                   perform post-booking-credit
                   move spaces to wmsgweb
                   string "BOOKING CANCELLED -- " delimited by size
                          function trim(wfee-display) delimited by size
                          " REFUNDED TO THE ACCOUNT." delimited by size
                       into wmsgweb
                   end-string
               else
                   move spaces to wmsgweb
                   string "BOOKING CANCELLED -- TOO LATE FOR A REFUND, "
                              delimited by size
                          function trim(wfee-display) delimited by size
                          " KEPT." delimited by size
                       into wmsgweb
                   end-string
               end-if
           end-if
           go redir-bookings.
       mark-attended.
           move "T" to wmarkstatus
           perform write-audit
           move "BOOKING RULES SAVED." to wmsgweb
           go redir-bookings.
       save-booking-rate.
      *> Staff price a resource: peak (from the evening slot on) and
      *> off-peak slot prices, the member types that get a discount
      *> and how much, and the cancellation notice that earns the
      *> fee back. Zero prices make the resource free again.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-bookings
           end-if
           perform authorize-staff-only
           close members
           if wres-in not numeric
               move "INVALID RESOURCE !!" to wmsgweb
               go redir-bookings
           end-if
           if function test-numval(wpeak-in) not = 0
                   or function test-numval(woffpeak-in) not = 0
               move "PRICES MUST BE NUMERIC !!" to wmsgweb
               go redir-bookings
           end-if
           if wdiscpct-in = spaces
               move zeros to wdiscpct-in
           end-if
           if wnotice-in = spaces
               move zeros to wnotice-in
           end-if
           if function test-numval(wdiscpct-in) not = 0
                   or function test-numval(wnotice-in) not = 0
               move "DISCOUNT AND NOTICE MUST BE NUMERIC !!" to wmsgweb
               go redir-bookings
           end-if
           if function numval(wdiscpct-in) > 100
               move "DISCOUNT OVER 100 PERCENT !!" to wmsgweb
               go redir-bookings
           end-if
           open input resources
           if fstatus not = zeros
               move "RESOURCE FILE UNAVAILABLE !!" to wmsgweb
               go redir-bookings
           end-if
           move wres-in to res-id
           read resources invalid key
               move "RESOURCE NOT FOUND !!" to wmsgweb
               close resources
               go redir-bookings
           end-read
           close resources
           open i-o bookrates
           if fstatus = "35"
               open output bookrates
               close bookrates
               open i-o bookrates
           end-if
           move "N" to wrateexists
           move wres-in to brt-resource
           read bookrates invalid key
               continue
           not invalid key
               move "Y" to wrateexists
           end-read
           move wres-in to brt-resource
           move function numval(wpeak-in)     to brt-peak
           move function numval(woffpeak-in)  to brt-offpeak
           move wdisctypes-in                 to brt-disc-types
           move function numval(wdiscpct-in)  to brt-disc-pct
           move function numval(wnotice-in)   to brt-notice-hours
           if wrateexists = "Y"
               rewrite reg-bookrates
           else
               write reg-bookrates
           end-if
           close bookrates
           move wsessionlogin to wlogin
           move "BOOKRATE-SET" to waudit-op
           move wres-in to waudit-new-name
           perform write-audit
           move "BOOKING RATE SAVED." to wmsgweb
           go redir-bookings.
       price-booking.
      *> Fee for one slot of wres-in at wslot-n for the session's
      *> member type (wbtype, from LOAD-BOOKING-RULES). Also leaves
      *> the resource's notice hours in wnotice-n.
           move zeros to wbkg-fee wnotice-n
           open input bookrates
           if fstatus not = zeros
               exit paragraph
           end-if
           move wres-in to brt-resource
           read bookrates invalid key
               close bookrates
               exit paragraph
           end-read
           close bookrates
           if wslot-n >= wpeak-first-slot
               move brt-peak    to wbkg-fee
           else
               move brt-offpeak to wbkg-fee
           end-if
           move brt-notice-hours to wnotice-n
           move zeros to wdisc-hits
           if wbtype not = spaces and brt-disc-pct > zeros
               inspect brt-disc-types tallying wdisc-hits
                   for all wbtype
           end-if
           if wdisc-hits > zeros
               compute wbkg-fee rounded =
                   wbkg-fee * (100 - brt-disc-pct) / 100
           end-if.
       judge-refund.
      *> Current booking row: refunded when cancelled at least the
      *> resource's notice hours before the slot starts.
           move "N" to wrefund-due
           move zeros to wnotice-n
           open input bookrates
           if fstatus = zeros
               move bkg-resource to brt-resource
               read bookrates invalid key
                   continue
               not invalid key
                   move brt-notice-hours to wnotice-n
               end-read
               close bookrates
           end-if
           move function current-date(1:8) to wtoday
           compute wtoday-int = function integer-of-date(wtoday)
           move function current-date(9:2) to wnowhour
           move bkg-date to wdatecheck
           compute whours-ahead =
               (function integer-of-date(wdatecheck) - wtoday-int)
               * 24 + bkg-slot - wnowhour
           if whours-ahead >= wnotice-n
               move "Y" to wrefund-due
           end-if.
       post-booking-charge.
      *> Hire fee as an OPEN CHARGE on wchargelogin (house-charge
      *> kind, category BK, no due date) -- the event-fee shape: it
      *> is on the statement at once and becomes booking revenue
      *> when a category-BK payment settles it at the desk.
           move spaces to wcharge-seq
           open i-o payments
           if fstatus = "35"
               open output payments
               close payments
               open i-o payments
           end-if
           if fstatus not = zeros
               exit paragraph
           end-if
           initialize reg-payments
           move wchargelogin to pay-login
           move function current-date(1:14) to pay-seq
           move wchargeamt to pay-amount
           move "BOOKING FEE" to pay-method
           move spaces to pay-due-date
           set pay-kind-tab to true
           move "BOOKING" to pay-reason
           move spaces to pay-orig-seq
           move "N" to pay-reversed
           move zeros to pay-receipt
           move wsessionlogin to pay-operator
           set pay-cat-booking to true
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
               move pay-seq to wcharge-seq
           end-if
           close payments
           if wwritten = "Y"
               move wchargelogin to wlogin
               move "BOOKING-FEE" to waudit-op
               perform write-audit
           end-if.
       post-booking-credit.
      *> Refund of wchargeamt against the charge wcharge-seq, as an
      *> adjustment credit the statement nets off the open charge.
           open i-o payments
           if fstatus not = zeros
               exit paragraph
           end-if
           initialize reg-payments
           move wchargelogin to pay-login
           move function current-date(1:14) to pay-seq
           move wchargeamt to pay-amount
           move "ADJUSTMENT" to pay-method
           move spaces to pay-due-date
           set pay-kind-adj-credit to true
           move "BKGCANCEL" to pay-reason
           move wcharge-seq to pay-orig-seq
           move "N" to pay-reversed
           move zeros to pay-receipt
           move wsessionlogin to pay-operator
           set pay-cat-booking to true
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
           if wwritten = "Y"
               move wchargelogin to wlogin
               move "PAY-ADJUST" to waudit-op
               perform write-audit
           end-if.
       check-resource-outage.
      *> Dated outage windows replace yanking a resurfaced court out
      *> of RESOURCES entirely. Caller sets wres-in and woutdate;
           end-string
           go redir-bookings.
       cancel-outage-bookings.
      *> The club closed the slot, so any fee always comes back,
      *> whatever the notice.
           move zeros to woutcancelled
           open i-o bookings
           if fstatus not = zeros
                   rewrite reg-bookings
                   add 1 to woutcancelled
                   perform notify-outage-member
                   if bkg-fee > zeros and bkg-charge-seq not = spaces
                       move bkg-fee        to wchargeamt
                       move bkg-charge-seq to wcharge-seq
                       move bkg-login      to wchargelogin
                       perform post-booking-credit
                   end-if
               end-if
               read bookings next
                   at end move "10" to wb-fstatus
