       identification division.
       program-id. parking_submit.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "vehicles.sel".
           copy "permits.sel".
           copy "payments.sel".
           copy "pricelist.sel".
           copy "taxcodes.sel".
           copy "counters.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "vehicles.cpy".
       copy "permits.cpy".
       copy "payments.cpy".
       copy "pricelist.cpy".
       copy "taxcodes.cpy".
       copy "counters.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       78  wmax-household-cars value 3.
       78  wpermit-item      value "PERMIT".
       78  wrenew-days       value 30.
       01  wlogin            pic x(60) value spaces.
       01  wtoday            pic x(08) value spaces.
       01  wtoday-int        pic s9(09) comp.
       01  wdate-int         pic s9(09) comp.
       01  wfrom-date        pic x(08) value spaces.
       01  wto-date          pic x(08) value spaces.
       01  wyear             pic 9(04) value zeros.
       01  wplate            pic x(10) value spaces.
       01  wplate-in-up      pic x(20) value spaces.
       01  wpl-i             pic 9(02) value zeros.
       01  wpl-o             pic 9(02) value zeros.
       01  wpl-c             pic x(01) value spaces.
       01  whousehold        pic 9(09) value zeros.
       01  wcarcount         pic 9(03) value zeros.
       01  wv-fstatus        pic xx    value "00".
       01  wp-fstatus        pic xx    value "00".
       01  wblocked          pic x(01) value "N".
       01  wfee-display      pic zzzzzz9,99.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wopcao         pic x(10).
           02 wplate-in      pic x(20).
           02 wvlogin        pic x(60).
           02 wmake-in       pic x(20).
           02 wcolour-in     pic x(15).
           02 wprmid-in      pic x(09).
           02 wmethod-in     pic x(20).
           02 wnote-in       pic x(60).
           02 filler         pic x(5754).
       copy "lnk-general.cpy".
       procedure division.
      *> Write side of the car park: register a member's car (no more
      *> than three live cars to a household, or to a member with no
      *> household), take one off, issue an annual permit for a
      *> registered car against a PK (parking) payment at the
      *> price-list PERMIT price, or cancel a permit. A permit
      *> bought in the last 30 days of the current one runs on from
      *> its end. Staff only; every change audited.
           display
              "Content-type: text/html"
               newline
           end-display
           move "parking_submit" to wprogname
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
           move warray(3) to wplate-in
           move warray(4) to wvlogin
           move warray(5) to wmake-in
           move warray(6) to wcolour-in
           move warray(7) to wprmid-in
           move warray(8) to wmethod-in
           move warray(9) to wnote-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-parking
           end-if
           perform authorize-staff-only.
           move wsessionlogin to wlogin
           move function current-date(1:8) to wtoday
           compute wtoday-int = function integer-of-date(
               function numval(wtoday))
           perform normalize-plate
           open i-o vehicles
           if fstatus = "35"
               open output vehicles
               close vehicles
               open i-o vehicles
           end-if
           open i-o permits
           if fstatus = "35"
               open output permits
               close permits
               open i-o permits
           end-if
           evaluate wopcao
               when "addcar"  perform add-vehicle
               when "dropcar" perform remove-vehicle
               when "permit"  perform issue-permit
               when "cancel"  perform cancel-permit
               when other     move "UNKNOWN OPERATION !!" to wmsgweb
           end-evaluate
           close permits
           close vehicles
           close members.
       redir-parking.
           move wvlogin       to wredirlogin
           move "post"        to wmethod
           move "parking.exe" to wexec
           perform openprogram
           stop run.
       normalize-plate.
      *> Plates are held as the camera reads them: upper case,
      *> letters and digits only.
           move spaces to wplate
           move function upper-case(wplate-in) to wplate-in-up
           move zeros to wpl-o
           perform varying wpl-i from 1 by 1 until wpl-i > 20
               move wplate-in-up(wpl-i:1) to wpl-c
               if (wpl-c >= "A" and wpl-c <= "Z")
                       or (wpl-c >= "0" and wpl-c <= "9")
                   if wpl-o < 10
                       add 1 to wpl-o
                       move wpl-c to wplate(wpl-o:1)
                   end-if
               end-if
           end-perform.
       add-vehicle.
           if wplate = spaces
               move "NUMBER PLATE IS REQUIRED !!" to wmsgweb
               exit paragraph
           end-if
           if wvlogin = spaces
               move "MEMBER LOGIN IS REQUIRED !!" to wmsgweb
               exit paragraph
           end-if
           move wvlogin to login
           read members invalid key
               move "NOT EXISTING MEMBER !!" to wmsgweb
               exit paragraph
           end-read
           move household-id to whousehold
           move "N" to wblocked
           move wplate to veh-plate
           read vehicles invalid key
               continue
           not invalid key
               if veh-active
                   move "Y" to wblocked
               end-if
           end-read
           if wblocked = "Y"
               move spaces to wmsgweb
               string "PLATE ALREADY REGISTERED TO " delimited by size
                      function trim(veh-login) delimited by size
                      " !!" delimited by size
                   into wmsgweb
               end-string
               exit paragraph
           end-if
           perform count-household-cars
           if wcarcount >= wmax-household-cars
               move "HOUSEHOLD ALREADY HAS THREE CARS !!" to wmsgweb
               exit paragraph
           end-if
      *> A plate taken off earlier (sold on, or re-registered by a
      *> new member) gets its row back under the new owner.
           move wplate to veh-plate
           read vehicles invalid key
               initialize reg-vehicles
               move wplate to veh-plate
               perform fill-vehicle
               write reg-vehicles
           not invalid key
               perform fill-vehicle
               rewrite reg-vehicles
           end-read
           move "VEH-ADD" to waudit-op
           perform audit-plate
           move "CAR REGISTERED." to wmsgweb.
       fill-vehicle.
           move wvlogin to veh-login
           move whousehold to veh-household
           move wmake-in to veh-make
           move wcolour-in to veh-colour
           move wtoday to veh-added
           move wsessionlogin to veh-added-by
           set veh-active to true
           move spaces to veh-removed-on.
       count-household-cars.
      *> Live cars under the same HOUSEHOLD-ID, or under the member
      *> alone when they have no household.
           move zeros to wcarcount
           move "00" to wv-fstatus
           move low-values to veh-plate
           start vehicles key is not less than veh-plate
               invalid key move "10" to wv-fstatus
           end-start
           if wv-fstatus not = "10"
               read vehicles next
                   at end move "10" to wv-fstatus
               end-read
           end-if
           perform until wv-fstatus = "10"
               if veh-active
                   if (whousehold not = zeros
                           and veh-household = whousehold)
                       or veh-login = wvlogin
                       add 1 to wcarcount
                   end-if
               end-if
               read vehicles next
                   at end move "10" to wv-fstatus
               end-read
           end-perform.
       remove-vehicle.
      *> Taking a car off cancels any permit still running on it.
           move wplate to veh-plate
           read vehicles invalid key
               move "PLATE NOT REGISTERED !!" to wmsgweb
               exit paragraph
           end-read
           move veh-login to wvlogin
           if not veh-active
               move "CAR ALREADY REMOVED !!" to wmsgweb
               exit paragraph
           end-if
           set veh-removed to true
           move wtoday to veh-removed-on
           rewrite reg-vehicles
           move "VEH-REMOVE" to waudit-op
           perform audit-plate
           move "00" to wp-fstatus
           move wplate to prm-plate
           start permits key is equal to prm-plate
               invalid key move "10" to wp-fstatus
           end-start
           if wp-fstatus not = "10"
               read permits next
                   at end move "10" to wp-fstatus
               end-read
           end-if
           perform until wp-fstatus = "10" or prm-plate not = wplate
               if prm-active
                   set prm-cancelled to true
                   move wtoday to prm-status-date
                   move "CAR REMOVED" to prm-note
                   rewrite reg-permits
               end-if
               read permits next
                   at end move "10" to wp-fstatus
               end-read
           end-perform
           move "CAR REMOVED." to wmsgweb.
       issue-permit.
           move wplate to veh-plate
           read vehicles invalid key
               move "PLATE NOT REGISTERED !!" to wmsgweb
               exit paragraph
           end-read
           move veh-login to wvlogin
           if not veh-active
               move "CAR IS NO LONGER REGISTERED !!" to wmsgweb
               exit paragraph
           end-if
           move veh-login to login
           read members invalid key
               move "NOT EXISTING MEMBER !!" to wmsgweb
               exit paragraph
           end-read
           if not member-active or member-suspended
               move "MEMBER IS NOT IN GOOD STANDING !!" to wmsgweb
               exit paragraph
           end-if
           perform permit-start-date
           if wmsgweb not = spaces
               exit paragraph
           end-if
           open input pricelist
           if fstatus not = zeros
               move "NO PERMIT PRICE ON THE PRICE LIST !!" to wmsgweb
               exit paragraph
           end-if
           move wpermit-item to plc-code
           read pricelist invalid key
               move spaces to plc-active
           end-read
           close pricelist
           if not plc-is-active
               move "NO PERMIT PRICE ON THE PRICE LIST !!" to wmsgweb
               exit paragraph
           end-if
      *> A year to the day, ending the day before the anniversary (a
      *> 29 February start runs to the following 28 February).
           move wfrom-date to wto-date
           move wfrom-date(1:4) to wyear
           add 1 to wyear
           move wyear to wto-date(1:4)
           if wto-date(5:4) = "0229"
               move "0301" to wto-date(5:4)
           end-if
           compute wdate-int = function integer-of-date(
               function numval(wto-date)) - 1
           move function date-of-integer(wdate-int) to wto-date
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
           move wvlogin to pay-login
           move function current-date(1:14) to pay-seq
           move plc-price to pay-amount
           move wmethod-in to pay-method
           move spaces to pay-due-date
           set pay-kind-payment to true
           move "PERMIT" to pay-reason
           move spaces to pay-orig-seq
           move "N" to pay-reversed
           move "RECEIPT-NO" to wcountername
           perform next-counter
           move wcountervalue to pay-receipt
           move wsessionlogin to pay-operator
           set pay-cat-parking to true
           move plc-tax-code to wtax-code
           move "PK"      to wtax-category
           move plc-price to wtax-gross
           perform compute-tax
           move wtax-amount to pay-tax
           move wtax-code   to pay-tax-code
           write reg-payments
               invalid key
                   close payments
                   move "PAYMENT NOT RECORDED -- TRY AGAIN !!"
                       to wmsgweb
                   exit paragraph
           end-write
           close payments
           initialize reg-permits
           move "PERMIT-ID" to wcountername
           perform next-counter
           move wcountervalue to prm-id
           move wplate to prm-plate
           move wvlogin to prm-login
           move wfrom-date to prm-from
           move wto-date to prm-to
           move plc-price to prm-fee
           move pay-seq to prm-pay-seq
           move pay-receipt to prm-receipt
           move wsessionlogin to prm-operator
           set prm-active to true
           move wtoday to prm-status-date
           move wnote-in to prm-note
           write reg-permits
           move "PERMIT-ISSUE" to waudit-op
           perform audit-plate
           move plc-price to wfee-display
           string "PERMIT " delimited by size
                  prm-id delimited by size
                  " ISSUED TO " delimited by size
                  prm-to delimited by size
                  ", FEE " delimited by size
                  function trim(wfee-display) delimited by size
                  "." delimited by size
               into wmsgweb
           end-string.
       permit-start-date.
      *> A new permit starts today; one bought while the plate's
      *> current permit has no more than 30 days to run starts the
      *> day after it ends. Earlier than that is refused.
           move wtoday to wfrom-date
           move "00" to wp-fstatus
           move wplate to prm-plate
           start permits key is equal to prm-plate
               invalid key move "10" to wp-fstatus
           end-start
           if wp-fstatus not = "10"
               read permits next
                   at end move "10" to wp-fstatus
               end-read
           end-if
           perform until wp-fstatus = "10" or prm-plate not = wplate
               if prm-active and prm-to >= wfrom-date
                   compute wdate-int = function integer-of-date(
                       function numval(prm-to))
                   if wdate-int - wtoday-int > wrenew-days
                       move spaces to wmsgweb
                       string "PLATE HAS PERMIT " delimited by size
                              prm-id delimited by size
                              " TO " delimited by size
                              prm-to delimited by size
                              " !!" delimited by size
                           into wmsgweb
                       end-string
                       exit paragraph
                   end-if
                   add 1 to wdate-int
                   move function date-of-integer(wdate-int)
                       to wfrom-date
               end-if
               read permits next
                   at end move "10" to wp-fstatus
               end-read
           end-perform.
       cancel-permit.
           if wprmid-in = spaces
                   or function test-numval(wprmid-in) not = 0
               move "PERMIT NUMBER IS REQUIRED !!" to wmsgweb
               exit paragraph
           end-if
           move function numval(wprmid-in) to prm-id
           read permits invalid key
               move "PERMIT NOT FOUND !!" to wmsgweb
               exit paragraph
           end-read
           move prm-login to wvlogin
           if not prm-active
               move "PERMIT IS NOT ACTIVE !!" to wmsgweb
               exit paragraph
           end-if
           set prm-cancelled to true
           move wtoday to prm-status-date
           if wnote-in not = spaces
               move wnote-in to prm-note
           end-if
           rewrite reg-permits
           move prm-plate to wplate
           move "PERMIT-CANCEL" to waudit-op
           perform audit-plate
           move "PERMIT CANCELLED." to wmsgweb.
       audit-plate.
           move spaces to waudit-new-name
           string wplate delimited by space
                  " " delimited by size
                  wvlogin delimited by size
               into waudit-new-name
           end-string
           perform write-audit.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "counter-next.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "tax-read.cpy".
           copy "pcd-general.cpy".
