       identification division.
       program-id. hires_submit.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "hirers.sel".
           copy "hires.sel".
           copy "resources.sel".
           copy "resout.sel".
           copy "bookrates.sel".
           copy "bookings.sel".
           copy "payments.sel".
           copy "taxcodes.sel".
           copy "counters.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "hirers.cpy".
       copy "hires.cpy".
       copy "resources.cpy".
       copy "resout.cpy".
       copy "bookrates.cpy".
       copy "bookings.cpy".
       copy "payments.cpy".
       copy "taxcodes.cpy".
       copy "counters.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       78  wfirst-slot       value 8.
       78  wlast-slot        value 21.
       78  wpeak-first-slot  value 17.
       78  wmax-hire-days    value 366.
      *> House terms: a quarter of the price as deposit, invoiced on
      *> confirmation and due within a week; the balance a fortnight
      *> before the first date.
       78  wdeposit-pct      value 25.
       78  wdeposit-days     value 7.
       78  wbalance-lead-days value 14.
       01  wlogin            pic x(60) value spaces.
       01  whirelogin        pic x(60) value spaces.
       01  whirername        pic x(60) value spaces.
       01  whireremail       pic x(120) value spaces.
       01  wo-fstatus        pic xx    value "00".
       01  wtoday            pic 9(08) value zeros.
       01  wtoday-int        pic s9(09) comp.
       01  wdatecheck        pic 9(08) value zeros.
       01  wstart-int        pic s9(09) comp.
       01  wend-int          pic s9(09) comp.
       01  wcur-int          pic s9(09) comp.
       01  wdue-int          pic s9(09) comp.
       01  wcurdate          pic 9(08) value zeros.
       01  woutdate          pic x(08) value spaces.
       01  wstep             pic 9(01) value zeros.
       01  wslot-n           pic 9(02) value zeros.
       01  wfrom-n           pic 9(02) value zeros.
       01  wto-n             pic 9(02) value zeros.
       01  wres-n            pic 9(04) value zeros.
       01  wslots            pic 9(04) value zeros.
       01  wconflicts        pic 9(04) value zeros.
       01  wfirstconflict    pic x(08) value spaces.
       01  wresclosed        pic x(01) value "N".
       01  wrated            pic x(01) value "N".
       01  wratetotal        pic 9(07)v99 value zeros.
       01  wquote-n          pic 9(07)v99 value zeros.
       01  wdeposit-n        pic 9(07)v99 value zeros.
       01  wamount-n         pic 9(07)v99 value zeros.
       01  woutstanding      pic 9(07)v99 value zeros.
       01  wamt-display      pic zzzzzz9,99.
       01  wdep-display      pic zzzzzz9,99.
       01  wreleased         pic 9(04) value zeros.
       01  wmailsubject      pic x(60) value spaces.
       01  wmailbody         pic x(200) value spaces.
       01  wtpl-id           pic x(12) value spaces.
       01  wtpl-merge.
           02 wtpl-name      pic x(120).
           02 wtpl-amount    pic x(20).
           02 wtpl-duedate   pic x(08).
           02 wtpl-branch    pic x(03).
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wopcao         pic x(10).
           02 whireid-in     pic x(09).
           02 whirerid-in    pic x(09).
           02 whname-in      pic x(60).
           02 whcontact-in   pic x(60).
           02 whemail-in     pic x(120).
           02 whphone-in     pic x(20).
           02 whaddress-in   pic x(80).
           02 wres-in        pic x(04).
           02 wdate1-in      pic x(08).
           02 wdate2-in      pic x(08).
           02 wweekly-in     pic x(01).
           02 wslotfrom-in   pic x(02).
           02 wslotto-in     pic x(02).
           02 wquote-in      pic x(10).
           02 wdeposit-in    pic x(10).
           02 wterms-in      pic x(120).
           02 wamount-in     pic x(10).
           02 wmethod-in     pic x(20).
           02 filler         pic x(5405).
       copy "lnk-general.cpy".
       procedure division.
      *> Write side of room hire to outside groups (staff only):
      *> register a hirer; quote a contract for a resource's slots on
      *> one date or weekly over a run of dates, priced from BOOKRATES
      *> unless the desk keys a price; confirm it, which takes the
      *> slots in BOOKINGS under "HIRE-" + the contract id and sends
      *> the deposit invoice; take the hirer's money as category-HI
      *> payments; and cancel, which releases the slots.
           display
              "Content-type: text/html"
               newline
           end-display
           move "hires_submit" to wprogname
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
           move warray(3) to whireid-in
           move warray(4) to whirerid-in
           move warray(5) to whname-in
           move warray(6) to whcontact-in
           move warray(7) to whemail-in
           move warray(8) to whphone-in
           move warray(9) to whaddress-in
           move warray(10) to wres-in
           move warray(11) to wdate1-in
           move warray(12) to wdate2-in
           move warray(13) to wweekly-in
           move warray(14) to wslotfrom-in
           move warray(15) to wslotto-in
           move warray(16) to wquote-in
           move warray(17) to wdeposit-in
           move warray(18) to wterms-in
           move warray(19) to wamount-in
           move warray(20) to wmethod-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-hires
           end-if
           perform authorize-staff-only.
           close members
           move function current-date(1:8) to wtoday
           compute wtoday-int = function integer-of-date(wtoday)
           evaluate wopcao
               when "addhirer" perform add-hirer
               when "quote"    perform quote-hire
               when "confirm"  perform confirm-hire
               when "pay"      perform pay-hire
               when "cancel"   perform cancel-hire
               when other      move "UNKNOWN OPERATION !!" to wmsgweb
           end-evaluate.
       redir-hires.
           move "post"      to wmethod
           move "hires.exe" to wexec
           perform openprogram
           stop run.
       add-hirer.
           if whname-in = spaces
               move "HIRER NAME IS REQUIRED !!" to wmsgweb
               go redir-hires
           end-if
           if whemail-in = spaces and whphone-in = spaces
               move "AN EMAIL OR PHONE IS REQUIRED !!" to wmsgweb
               go redir-hires
           end-if
           open i-o hirers
           if fstatus = "35"
               open output hirers
               close hirers
               open i-o hirers
           end-if
           move "HIRER-ID" to wcountername
           perform next-counter
           initialize reg-hirers
           move wcountervalue to hir-id
           move whname-in    to hir-name
           move whcontact-in to hir-contact
           move whemail-in   to hir-email
           move whphone-in   to hir-phone
           move whaddress-in to hir-address
           set hir-active to true
           move wtoday       to hir-created
           write reg-hirers
           close hirers
           move wsessionlogin to wlogin
           move "HIRER-ADD" to waudit-op
           move whname-in to waudit-new-name
           perform write-audit
           move spaces to wmsgweb
           string "HIRER " delimited by size
                  wcountervalue delimited by size
                  " ADDED." delimited by size
               into wmsgweb
           end-string
           go redir-hires.
       quote-hire.
           if whirerid-in = spaces
                   or function test-numval(whirerid-in) not = 0
               move "HIRER NUMBER IS REQUIRED !!" to wmsgweb
               go redir-hires
           end-if
           open input hirers
           if fstatus not = zeros
               move "HIRER NOT FOUND !!" to wmsgweb
               go redir-hires
           end-if
           move function numval(whirerid-in) to hir-id
           read hirers invalid key
               move "HIRER NOT FOUND !!" to wmsgweb
               close hirers
               go redir-hires
           end-read
           if not hir-active
               close hirers
               move "HIRER IS CLOSED !!" to wmsgweb
               go redir-hires
           end-if
           move hir-name to whirername
           close hirers
           perform validate-hire-slots
           if wmsgweb not = spaces
               go redir-hires
           end-if
           open input bookings
           if fstatus = "35"
               open output bookings
               close bookings
               open input bookings
           end-if
           move spaces to whirelogin
           perform check-hire-conflicts
           close bookings
           if wconflicts > zeros
               move spaces to wmsgweb
               string "NOT AVAILABLE -- " delimited by size
                      wconflicts delimited by size
                      " SLOT(S) TAKEN OR CLOSED, FIRST "
                          delimited by size
                      wfirstconflict delimited by size
                      " !!" delimited by size
                   into wmsgweb
               end-string
               go redir-hires
           end-if
      *> A keyed price stands; otherwise the resource's slot prices.
           if wquote-in = spaces
               if wrated = "N"
                   move "NO RATE FOR THE RESOURCE -- KEY A PRICE !!"
                       to wmsgweb
                   go redir-hires
               end-if
               move wratetotal to wquote-n
           else
               if function test-numval(wquote-in) not = 0
                   move "INVALID PRICE !!" to wmsgweb
                   go redir-hires
               end-if
               move function numval(wquote-in) to wquote-n
           end-if
           if wdeposit-in = spaces
               compute wdeposit-n rounded =
                   wquote-n * wdeposit-pct / 100
           else
               if function test-numval(wdeposit-in) not = 0
                   move "INVALID DEPOSIT !!" to wmsgweb
                   go redir-hires
               end-if
               move function numval(wdeposit-in) to wdeposit-n
           end-if
           if wdeposit-n > wquote-n
               move "DEPOSIT MORE THAN THE PRICE !!" to wmsgweb
               go redir-hires
           end-if
           open i-o hires
           if fstatus = "35"
               open output hires
               close hires
               open i-o hires
           end-if
           move "HIRE-ID" to wcountername
           perform next-counter
           initialize reg-hires
           move wcountervalue to hre-id
           move function numval(whirerid-in) to hre-hirer
           move wres-n        to hre-resource
           compute wcurdate = function date-of-integer(wstart-int)
           move wcurdate      to hre-first-date
           compute wcurdate = function date-of-integer(wend-int)
           move wcurdate      to hre-last-date
           move "N" to hre-weekly
           if wstep = 7
               move "Y" to hre-weekly
           end-if
           move wfrom-n       to hre-slot-from
           move wto-n         to hre-slot-to
           move wslots        to hre-slots
           move wquote-n      to hre-quote
           move wterms-in     to hre-terms
           move wdeposit-n    to hre-deposit
           move zeros         to hre-dep-invoice hre-paid
           move spaces        to hre-dep-due hre-confirmed-on
      *> Balance due a fortnight before the first date, never
      *> before today.
           compute wdue-int = wstart-int - wbalance-lead-days
           if wdue-int < wtoday-int
               move wtoday-int to wdue-int
           end-if
           compute wcurdate = function date-of-integer(wdue-int)
           move wcurdate      to hre-balance-due
           set hre-quoted to true
           move wtoday        to hre-quoted-on
           move wsessionlogin to hre-staff
           write reg-hires
           close hires
           move wsessionlogin to wlogin
           move "HIRE-QUOTE" to waudit-op
           move whirername to waudit-new-name
           perform write-audit
           move wquote-n to wamt-display
           move wdeposit-n to wdep-display
           move spaces to wmsgweb
           string "QUOTE " delimited by size
                  hre-id delimited by size
                  " -- " delimited by size
                  wslots delimited by size
                  " SLOT(S), PRICE " delimited by size
                  function trim(wamt-display) delimited by size
                  ", DEPOSIT " delimited by size
                  function trim(wdep-display) delimited by size
                  "." delimited by size
               into wmsgweb
           end-string
           go redir-hires.
       validate-hire-slots.
      *> Resource, dates and slot range from the form; leaves the run
      *> in wstart-int/wend-int/wstep and the range in wfrom-n/wto-n.
           if wres-in = spaces or function test-numval(wres-in) not = 0
               move "INVALID RESOURCE !!" to wmsgweb
               exit paragraph
           end-if
           move function numval(wres-in) to wres-n
           open input resources
           if fstatus not = zeros
               move "RESOURCE FILE UNAVAILABLE !!" to wmsgweb
               exit paragraph
           end-if
           move wres-n to res-id
           read resources invalid key
               move "RESOURCE NOT FOUND !!" to wmsgweb
           not invalid key
               if res-unavailable
                   move "RESOURCE OUT OF SERVICE !!" to wmsgweb
               end-if
           end-read
           close resources
           if wmsgweb not = spaces
               exit paragraph
           end-if
           if wdate1-in not numeric
               move "INVALID DATE !!" to wmsgweb
               exit paragraph
           end-if
           move wdate1-in to wdatecheck
           if function test-date-yyyymmdd(wdatecheck) not = 0
                   or wdatecheck < wtoday
               move "INVALID DATE !!" to wmsgweb
               exit paragraph
           end-if
           compute wstart-int = function integer-of-date(wdatecheck)
           move wstart-int to wend-int
           move 1 to wstep
           if wweekly-in = "Y" or wweekly-in = "y"
               move 7 to wstep
               if wdate2-in not numeric
                   move "INVALID LAST DATE !!" to wmsgweb
                   exit paragraph
               end-if
               move wdate2-in to wdatecheck
               if function test-date-yyyymmdd(wdatecheck) not = 0
                       or wdate2-in < wdate1-in
                   move "INVALID LAST DATE !!" to wmsgweb
                   exit paragraph
               end-if
               compute wend-int = function integer-of-date(wdatecheck)
               if wend-int - wstart-int > wmax-hire-days
                   move "HIRE LONGER THAN A YEAR -- REFUSED !!"
                       to wmsgweb
                   exit paragraph
               end-if
           end-if
           if wslotfrom-in not numeric or wslotto-in not numeric
               move "INVALID SLOTS !!" to wmsgweb
               exit paragraph
           end-if
           move wslotfrom-in to wfrom-n
           move wslotto-in   to wto-n
           if wfrom-n < wfirst-slot or wto-n > wlast-slot
                   or wto-n < wfrom-n
               move "SLOTS OUTSIDE OPENING HOURS !!" to wmsgweb
           end-if.
       check-hire-conflicts.
      *> Every slot of the run must be free (or already this hire's)
      *> and the resource open that day. Also prices the run at the
      *> resource's peak and off-peak rates into wratetotal.
           move zeros to wconflicts wslots wratetotal
           move spaces to wfirstconflict
           move "N" to wrated
           open input bookrates
           if fstatus = zeros
               move wres-n to brt-resource
               read bookrates invalid key
                   continue
               not invalid key
                   move "Y" to wrated
               end-read
               close bookrates
           end-if
           move wstart-int to wcur-int
           perform until wcur-int > wend-int
               compute wcurdate = function date-of-integer(wcur-int)
               move wcurdate to woutdate
               perform check-resource-outage
               perform varying wslot-n from wfrom-n by 1
                       until wslot-n > wto-n
                   add 1 to wslots
                   if wrated = "Y"
                       if wslot-n >= wpeak-first-slot
                           add brt-peak to wratetotal
                       else
                           add brt-offpeak to wratetotal
                       end-if
                   end-if
                   if wresclosed = "Y"
                       perform note-conflict
                   else
                       move wres-n   to bkg-resource
                       move wcurdate to bkg-date
                       move wslot-n  to bkg-slot
                       read bookings invalid key
                           continue
                       not invalid key
                           if not bkg-cancelled
                                   and bkg-login not = whirelogin
                               perform note-conflict
                           end-if
                       end-read
                   end-if
               end-perform
               add wstep to wcur-int
           end-perform.
       note-conflict.
           add 1 to wconflicts
           if wfirstconflict = spaces
               move wcurdate to wfirstconflict
           end-if.
       read-hire-update.
           if whireid-in = spaces
                   or function test-numval(whireid-in) not = 0
               move "CONTRACT NUMBER IS REQUIRED !!" to wmsgweb
               go redir-hires
           end-if
           open i-o hires
           if fstatus not = zeros
               move "CONTRACT NOT FOUND !!" to wmsgweb
               go redir-hires
           end-if
           move function numval(whireid-in) to hre-id
           read hires invalid key
               move "CONTRACT NOT FOUND !!" to wmsgweb
               close hires
               go redir-hires
           end-read
           move spaces to whirelogin
           string "HIRE-" delimited by size
                  hre-id delimited by size
               into whirelogin
           end-string
           move hre-resource  to wres-n
           move hre-slot-from to wfrom-n
           move hre-slot-to   to wto-n
           move hre-first-date to wdatecheck
           compute wstart-int = function integer-of-date(wdatecheck)
           move hre-last-date to wdatecheck
           compute wend-int = function integer-of-date(wdatecheck)
           move 1 to wstep
           if hre-is-weekly
               move 7 to wstep
           end-if.
       confirm-hire.
      *> The hirer has accepted the quote: the slots are checked again
      *> (someone may have booked since), taken in BOOKINGS, and the
      *> deposit invoice numbered from the club's INVOICE-NO run and
      *> sent to the hirer.
           perform read-hire-update
           if not hre-quoted
               close hires
               move "CONTRACT IS NOT AWAITING CONFIRMATION !!"
                   to wmsgweb
               go redir-hires
           end-if
           open i-o bookings
           if fstatus = "35"
               open output bookings
               close bookings
               open i-o bookings
           end-if
           perform check-hire-conflicts
           if wconflicts > zeros
               close bookings
               close hires
               move spaces to wmsgweb
               string "CANNOT CONFIRM -- " delimited by size
                      wconflicts delimited by size
                      " SLOT(S) NOW TAKEN OR CLOSED, FIRST "
                          delimited by size
                      wfirstconflict delimited by size
                      " !!" delimited by size
                   into wmsgweb
               end-string
               go redir-hires
           end-if
           perform take-hire-slots
           close bookings
           move "INVOICE-NO" to wcountername
           perform next-counter
           move wcountervalue to hre-dep-invoice
           compute wdue-int = wtoday-int + wdeposit-days
           if wdue-int > wstart-int
               move wstart-int to wdue-int
           end-if
           compute wcurdate = function date-of-integer(wdue-int)
           move wcurdate to hre-dep-due
           set hre-confirmed to true
           move wtoday to hre-confirmed-on
           rewrite reg-hires
           close hires
           perform send-deposit-invoice
           move wsessionlogin to wlogin
           move "HIRE-CONFIRM" to waudit-op
           move whirelogin to waudit-new-name
           perform write-audit
           move hre-deposit to wdep-display
           move spaces to wmsgweb
           string "CONTRACT " delimited by size
                  hre-id delimited by size
                  " CONFIRMED -- DEPOSIT INVOICE " delimited by size
                  hre-dep-invoice delimited by size
                  " FOR " delimited by size
                  function trim(wdep-display) delimited by size
                  " DUE " delimited by size
                  hre-dep-due delimited by size
                  "." delimited by size
               into wmsgweb
           end-string
           go redir-hires.
       take-hire-slots.
      *> A cancelled member booking leaves its row behind, so a slot
      *> may be rewritten in place, as BOOK-SLOT does.
           move wstart-int to wcur-int
           perform until wcur-int > wend-int
               compute wcurdate = function date-of-integer(wcur-int)
               perform varying wslot-n from wfrom-n by 1
                       until wslot-n > wto-n
                   move wres-n   to bkg-resource
                   move wcurdate to bkg-date
                   move wslot-n  to bkg-slot
                   read bookings invalid key
                       move wres-n   to bkg-resource
                       move wcurdate to bkg-date
                       move wslot-n  to bkg-slot
                       perform fill-hire-booking
                       write reg-bookings
                   not invalid key
                       perform fill-hire-booking
                       rewrite reg-bookings
                   end-read
               end-perform
               add wstep to wcur-int
           end-perform.
       fill-hire-booking.
           move whirelogin to bkg-login
           move function current-date(1:14) to bkg-made
           move zeros to bkg-series
           set bkg-active to true
           move zeros to bkg-fee
           move spaces to bkg-charge-seq.
       send-deposit-invoice.
      *> Template HIREDEP when the office has written one: hirer in
      *> {NAME}, deposit in {AMOUNT}, due date in {DUEDATE}.
           open input hirers
           if fstatus not = zeros
               exit paragraph
           end-if
           move hre-hirer to hir-id
           read hirers invalid key
               close hirers
               exit paragraph
           end-read
           move hir-name  to whirername
           move hir-email to whireremail
           close hirers
           if whireremail = spaces
               exit paragraph
           end-if
           move hre-deposit to wdep-display
           move hre-quote   to wamt-display
           move whirername  to wtpl-name
           move function trim(wdep-display) to wtpl-amount
           move hre-dep-due to wtpl-duedate
           move spaces      to wtpl-branch
           move "HIREDEP" to wtpl-id
           call "rendertpl" using wtpl-id wtpl-merge
               wmailsubject wmailbody
           if wmailbody(1:12) = wtpl-id
               move spaces to wmailsubject
               string "Room hire " delimited by size
                      hre-id delimited by size
                      " -- deposit invoice " delimited by size
                      hre-dep-invoice delimited by size
                   into wmailsubject
               end-string
               move spaces to wmailbody
               string "Thank you for booking with us. Your hire on "
                          delimited by size
                      hre-first-date delimited by size
                      " is confirmed at " delimited by size
                      function trim(wamt-display) delimited by size
                      ". Please pay the deposit of " delimited by size
                      function trim(wdep-display) delimited by size
                      " by " delimited by size
                      hre-dep-due delimited by size
                      " and the balance by " delimited by size
                      hre-balance-due delimited by size
                      "." delimited by size
                   into wmailbody
               end-string
           end-if
           move whirelogin to wlogin
           set environment "MSG_LOGIN" to wlogin
           call "sendmail" using whireremail wmailsubject wmailbody.
       pay-hire.
      *> Money from the hirer, against the deposit first and then the
      *> balance, as a category-HI payment under the contract's
      *> HIRE- login -- it reaches revenue, the GL and the drawer like
      *> any other takings.
           perform read-hire-update
           if not hre-confirmed
               close hires
               move "CONTRACT IS NOT CONFIRMED !!" to wmsgweb
               go redir-hires
           end-if
           if wamount-in = spaces
                   or function test-numval(wamount-in) not = 0
               close hires
               move "INVALID AMOUNT !!" to wmsgweb
               go redir-hires
           end-if
           move function numval(wamount-in) to wamount-n
           compute woutstanding = hre-quote - hre-paid
           if wamount-n = zeros or wamount-n > woutstanding
               close hires
               move woutstanding to wamt-display
               move spaces to wmsgweb
               string "AMOUNT MUST BE ABOVE ZERO AND AT MOST "
                          delimited by size
                      function trim(wamt-display) delimited by size
                      " !!" delimited by size
                   into wmsgweb
               end-string
               go redir-hires
           end-if
           if wmethod-in = spaces
               move "CASH" to wmethod-in
           end-if
           open i-o payments
           if fstatus = "35"
               open output payments
               close payments
               open i-o payments
           end-if
           initialize reg-payments
           move whirelogin to pay-login
           move function current-date(1:14) to pay-seq
           move wamount-n to pay-amount
           move wmethod-in to pay-method
           move spaces to pay-due-date
           set pay-kind-payment to true
           if hre-paid < hre-deposit
               move "HIREDEP" to pay-reason
           else
               move "HIREBAL" to pay-reason
           end-if
           move spaces to pay-orig-seq
           move "N" to pay-reversed
           move "RECEIPT-NO" to wcountername
           perform next-counter
           move wcountervalue to pay-receipt
           move wsessionlogin to pay-operator
           set pay-cat-hire to true
           move spaces    to wtax-code
           move "HI"      to wtax-category
           move wamount-n to wtax-gross
           perform compute-tax
           move wtax-amount to pay-tax
           move wtax-code   to pay-tax-code
           write reg-payments
               invalid key
                   close payments
                   close hires
                   move "PAYMENT NOT RECORDED -- TRY AGAIN !!"
                       to wmsgweb
                   go redir-hires
           end-write
           close payments
           add wamount-n to hre-paid
           rewrite reg-hires
           close hires
           move wsessionlogin to wlogin
           move "HIRE-PAY" to waudit-op
           move whirelogin to waudit-new-name
           perform write-audit
           compute woutstanding = hre-quote - hre-paid
           move woutstanding to wamt-display
           move spaces to wmsgweb
           string "PAYMENT RECORDED, RECEIPT " delimited by size
                  wcountervalue delimited by size
                  " -- STILL OWED " delimited by size
                  function trim(wamt-display) delimited by size
                  "." delimited by size
               into wmsgweb
           end-string
           go redir-hires.
       cancel-hire.
      *> Releases the slots; money taken stays on the contract under
      *> its terms -- a goodwill refund goes through the refunds desk.
           perform read-hire-update
           if hre-cancelled
               close hires
               move "CONTRACT ALREADY CANCELLED !!" to wmsgweb
               go redir-hires
           end-if
           move zeros to wreleased
           if hre-confirmed
               open i-o bookings
               if fstatus = zeros
                   perform release-hire-slots
                   close bookings
               end-if
           end-if
           set hre-cancelled to true
           rewrite reg-hires
           close hires
           move wsessionlogin to wlogin
           move "HIRE-CANCEL" to waudit-op
           move whirelogin to waudit-new-name
           perform write-audit
           move spaces to wmsgweb
           string "CONTRACT CANCELLED -- " delimited by size
                  wreleased delimited by size
                  " SLOT(S) RELEASED." delimited by size
               into wmsgweb
           end-string
           go redir-hires.
       release-hire-slots.
           move wstart-int to wcur-int
           perform until wcur-int > wend-int
               compute wcurdate = function date-of-integer(wcur-int)
               perform varying wslot-n from wfrom-n by 1
                       until wslot-n > wto-n
                   move wres-n   to bkg-resource
                   move wcurdate to bkg-date
                   move wslot-n  to bkg-slot
                   read bookings invalid key
                       continue
                   not invalid key
                       if bkg-login = whirelogin and bkg-active
                           set bkg-cancelled to true
                           rewrite reg-bookings
                           add 1 to wreleased
                       end-if
                   end-read
               end-perform
               add wstep to wcur-int
           end-perform.
       check-resource-outage.
      *> Same dated closure windows BOOKINGS_SUBMIT honours.
           move "N" to wresclosed
           open input resout
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wo-fstatus
           move wres-n to rso-resource
           move zeros  to rso-seq
           start resout key is not less than rso-key
               invalid key move "10" to wo-fstatus
           end-start
           if wo-fstatus not = "10"
               read resout next
                   at end move "10" to wo-fstatus
               end-read
           end-if
           perform until wo-fstatus = "10"
                   or rso-resource not = wres-n
                   or wresclosed = "Y"
               if rso-active and woutdate >= rso-start
                       and woutdate <= rso-end
                   move "Y" to wresclosed
               end-if
               read resout next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           close resout.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "counter-next.cpy".
           copy "tax-read.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
