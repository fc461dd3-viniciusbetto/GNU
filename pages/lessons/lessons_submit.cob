       identification division.
       program-id. lessons_submit.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "instruct.sel".
           copy "lessons.sel".
           copy "lespacks.sel".
           copy "resources.sel".
           copy "resout.sel".
           copy "bookings.sel".
           copy "payments.sel".
           copy "counters.sel".
           copy "taxcodes.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "instruct.cpy".
       copy "lessons.cpy".
       copy "lespacks.cpy".
       copy "resources.cpy".
       copy "resout.cpy".
       copy "bookings.cpy".
       copy "payments.cpy".
       copy "counters.cpy".
       copy "taxcodes.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       78  wfirst-slot       value 8.
       78  wlast-slot        value 21.
       78  wnoshow-limit     value 3.
       78  wnoshow-window-days value 92.
       01  wlogin            pic x(60) value spaces.
       01  wisstaff          pic x(01) value "N".
       01  wdatecheck        pic 9(08) value zeros.
       01  wtoday            pic 9(08) value zeros.
       01  wtoday-int        pic s9(09) comp.
       01  wles-int          pic s9(09) comp.
       01  wbkgdate-int      pic s9(09) comp.
       01  wdow              pic 9(01) value zeros.
       01  wslot-n           pic 9(02) value zeros.
       01  wcourt-n          pic 9(04) value zeros.
       01  wpack-n           pic 9(09) value zeros.
       01  wles-n            pic 9(09) value zeros.
       01  wsize-n           pic 9(03) value zeros.
       01  wprice-n          pic 9(07)v99 value zeros.
       01  wfee-n            pic 9(05)v99 value zeros.
       01  wrate-n           pic 9(05)v99 value zeros.
       01  wfee-charged      pic 9(05)v99 value zeros.
       01  wcoach-res        pic 9(04) value zeros.
       01  wcoachname        pic x(120) value spaces.
       01  wnew-instructor   pic x(01) value "N".
       01  wday-idx          pic 9(01) value zeros.
       01  wb-fstatus        pic xx    value "00".
       01  wo-fstatus        pic xx    value "00".
       01  wresclosed        pic x(01) value "N".
       01  wslotbusy         pic x(01) value "N".
       01  wnoshowcount      pic 9(03) value zeros.
       01  wnoshowblocked    pic x(01) value "N".
       01  wbkg-res          pic 9(04) value zeros.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wopcao         pic x(10).
           02 wlesid-in      pic x(09).
           02 wins-in        pic x(60).
           02 wcourt-in      pic x(04).
           02 wdate-in       pic x(08).
           02 wslot-in       pic x(02).
           02 wpack-in       pic x(09).
           02 wmember-in     pic x(60).
           02 wsize-in       pic x(03).
           02 wprice-in      pic x(10).
           02 wmethod-in     pic x(20).
           02 wfee-in        pic x(08).
           02 wrate-in       pic x(08).
           02 wavail-in      pic x(14) occurs 7 times.
           02 filler         pic x(5659).
       copy "lnk-general.cpy".
       procedure division.
      *> Write side of private lessons. Staff set a coach up (fee,
      *> pay rate, weekly hours) and sell lesson packs at the desk;
      *> a member books a lesson with a coach on a court, and the
      *> one action holds both the court and the coach's own diary
      *> resource in BOOKINGS -- all or nothing. A lesson comes off
      *> a live pack (the pack counts down here, and back up on a
      *> cancellation) or is a single lesson charged once taken:
      *> LESSONS-SETTLE reads the desk's attended/no-show verdict on
      *> the court booking, so a no-show is charged like a lesson
      *> and counts toward the booking no-show rule like any other.
           display
              "Content-type: text/html"
               newline
           end-display
           move "lessons_submit" to wprogname
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
           move warray(3) to wlesid-in
           move warray(4) to wins-in
           move warray(5) to wcourt-in
           move warray(6) to wdate-in
           move warray(7) to wslot-in
           move warray(8) to wpack-in
           move warray(9) to wmember-in
           move warray(10) to wsize-in
           move warray(11) to wprice-in
           move warray(12) to wmethod-in
           move warray(13) to wfee-in
           move warray(14) to wrate-in
           move warray(15) to wavail-in(1)
           move warray(16) to wavail-in(2)
           move warray(17) to wavail-in(3)
           move warray(18) to wavail-in(4)
           move warray(19) to wavail-in(5)
           move warray(20) to wavail-in(6)
           move warray(21) to wavail-in(7)
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           move function current-date(1:8) to wtoday
           compute wtoday-int = function integer-of-date(wtoday)
           evaluate wopcao
               when "setins"   perform set-instructor
               when "sellpack" perform sell-pack
               when "book"     perform book-lesson
               when "cancel"   perform cancel-lesson
               when other      move "UNKNOWN OPERATION !!" to wmsgweb
           end-evaluate.
       redir-lessons.
           move "post"        to wmethod
           move "lessons.exe" to wexec
           perform openprogram
           stop run.
       set-instructor.
      *> Adds a coach or updates one already on file. A new coach
      *> gets a diary resource of their own in RESOURCES. A blank
      *> weekday row on an update leaves that day as it was.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-lessons
           end-if
           perform authorize-staff-only
           move wins-in to login
           read members invalid key
               move "NOT EXISTING MEMBER !!" to wmsgweb
               close members
               go redir-lessons
           end-read
           if not member-staff and not member-admin
               move "INSTRUCTORS MUST BE STAFF MEMBERS !!" to wmsgweb
               close members
               go redir-lessons
           end-if
           move name to wcoachname
           close members
           if wfee-in not numeric or wrate-in not numeric
               move "INVALID LESSON FEE OR PAY RATE !!" to wmsgweb
               go redir-lessons
           end-if
           move wfee-in  to wfee-n
           move wrate-in to wrate-n
           perform varying wday-idx from 1 by 1 until wday-idx > 7
               inspect wavail-in(wday-idx)
                   converting "yn." to "Y  "
               inspect wavail-in(wday-idx)
                   converting "ABCDEFGHIJKLMNOPQRSTUVWXZ"
                   to "                         "
           end-perform
           open i-o instruct
           if fstatus = "35"
               open output instruct
               close instruct
               open i-o instruct
           end-if
           move "N" to wnew-instructor
           move wins-in to ins-login
           read instruct invalid key
               move "Y" to wnew-instructor
               initialize reg-instruct
               move wins-in to ins-login
               move spaces to ins-avail-grid
           end-read
           if wnew-instructor = "Y"
               perform add-coach-resource
               move wcoach-res to ins-resource
           end-if
           move wfee-n  to ins-lesson-fee
           move wrate-n to ins-pay-rate
           perform varying wday-idx from 1 by 1 until wday-idx > 7
               if wavail-in(wday-idx) not = spaces
                       or wnew-instructor = "Y"
                   move wavail-in(wday-idx) to ins-avail(wday-idx)
               end-if
           end-perform
           set ins-active to true
           if wnew-instructor = "Y"
               write reg-instruct
           else
               rewrite reg-instruct
           end-if
           close instruct
           move wins-in to wlogin
           move "INSTRUCTOR-SET" to waudit-op
           perform write-audit
           move "INSTRUCTOR SAVED." to wmsgweb
           go redir-lessons.
       add-coach-resource.
           open i-o resources
           if fstatus = "35"
               open output resources
               close resources
               open i-o resources
           end-if
           move "RESOURCE-ID" to wcountername
           perform next-counter
           initialize reg-resources
           move wcountervalue to res-id
           move wcountervalue to wcoach-res
           move spaces to res-name
           string "COACH " delimited by size
                  wcoachname delimited by size
               into res-name
           end-string
           set res-available to true
           move spaces to res-req-cert
           write reg-resources
           close resources.
       sell-pack.
      *> Prepaid at the desk: the money is taken now, on a receipt,
      *> under category LS, and the pack's lessons are drawn down as
      *> they are booked.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-lessons
           end-if
           perform authorize-staff-only
           move wmember-in to login
           read members invalid key
               move "NOT EXISTING MEMBER !!" to wmsgweb
               close members
               go redir-lessons
           end-read
           close members
           if wsize-in not numeric or wsize-in = "000"
               move "INVALID NUMBER OF LESSONS !!" to wmsgweb
               go redir-lessons
           end-if
           move wsize-in to wsize-n
           if wprice-in not numeric
               move "INVALID PACK PRICE !!" to wmsgweb
               go redir-lessons
           end-if
           move wprice-in to wprice-n
           if wprice-n = zeros
               move "INVALID PACK PRICE !!" to wmsgweb
               go redir-lessons
           end-if
           if wmethod-in = spaces or wmethod-in(1:7) = "VOUCHER"
               move "INVALID PAYMENT METHOD !!" to wmsgweb
               go redir-lessons
           end-if
           if wins-in not = spaces
               open input instruct
               if fstatus not = zeros
                   move "INSTRUCTOR NOT FOUND !!" to wmsgweb
                   go redir-lessons
               end-if
               move wins-in to ins-login
               read instruct invalid key
                   move "INSTRUCTOR NOT FOUND !!" to wmsgweb
                   close instruct
                   go redir-lessons
               end-read
               close instruct
           end-if
           open i-o lespacks
           if fstatus = "35"
               open output lespacks
               close lespacks
               open i-o lespacks
           end-if
           move "LESSON-PACK" to wcountername
           perform next-counter
           initialize reg-lespacks
           move wcountervalue to lpk-id
           move wmember-in    to lpk-login
           move wins-in       to lpk-instructor
           move wsize-n       to lpk-size
           move wsize-n       to lpk-remaining
           move wprice-n      to lpk-price
           move wtoday        to lpk-bought
           set lpk-live to true
           write reg-lespacks
           close lespacks
           perform post-pack-sale
           move wmember-in to wlogin
           move "LESSON-PACK-SELL" to waudit-op
           perform write-audit
           move spaces to wmsgweb
           string "PACK SOLD -- NUMBER " delimited by size
                  lpk-id delimited by size
                  ", " delimited by size
                  wsize-n delimited by size
                  " LESSON(S)." delimited by size
               into wmsgweb
           end-string
           go redir-lessons.
       post-pack-sale.
           open i-o payments
           if fstatus = "35"
               open output payments
               close payments
               open i-o payments
           end-if
           initialize reg-payments
           move wmember-in to pay-login
           move function current-date(1:14) to pay-seq
           move wprice-n to pay-amount
           move wmethod-in to pay-method
           move spaces to pay-due-date
           set pay-kind-payment to true
           move "LESSONPACK" to pay-reason
           move spaces to pay-orig-seq
           move "N" to pay-reversed
           move "RECEIPT-NO" to wcountername
           perform next-counter
           move wcountervalue to pay-receipt
           move wsessionlogin to pay-operator
           set pay-cat-lesson to true
           move spaces    to wtax-code
           move "LS"      to wtax-category
           move wprice-n  to wtax-gross
           perform compute-tax
           move wtax-amount to pay-tax
           move wtax-code   to pay-tax-code
           write reg-payments
           close payments.
       resolve-learner.
      *> The session books for itself; staff may book for a member
      *> at the desk.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-lessons
           end-if
           move "N" to wisstaff
           move wsessionlogin to login
           read members invalid key
               initialize reg-members
           end-read
           if member-staff or member-admin
               move "Y" to wisstaff
           end-if
           move wsessionlogin to wlogin
           if wmember-in not = spaces
                   and wmember-in not = wsessionlogin
               if wisstaff = "N"
                   move "NOT AUTHORIZED TO BOOK FOR OTHER MEMBERS !!"
                       to wmsgweb
                   close members
                   go redir-lessons
               end-if
               move wmember-in to wlogin
           end-if
           move wlogin to login
           read members invalid key
               move "NOT EXISTING MEMBER !!" to wmsgweb
               close members
               go redir-lessons
           end-read
           close members.
       book-lesson.
           perform resolve-learner
           if wdate-in not numeric
               move "INVALID DATE !!" to wmsgweb
               go redir-lessons
           end-if
           move wdate-in to wdatecheck
           if function test-date-yyyymmdd(wdatecheck) not = 0
                   or wdatecheck < wtoday
               move "INVALID DATE !!" to wmsgweb
               go redir-lessons
           end-if
           compute wles-int = function integer-of-date(wdatecheck)
           if wslot-in not numeric
               move "INVALID SLOT !!" to wmsgweb
               go redir-lessons
           end-if
           move wslot-in to wslot-n
           if wslot-n < wfirst-slot or wslot-n > wlast-slot
               move "SLOT OUTSIDE OPENING HOURS !!" to wmsgweb
               go redir-lessons
           end-if
           open input instruct
           if fstatus not = zeros
               move "INSTRUCTOR NOT FOUND !!" to wmsgweb
               go redir-lessons
           end-if
           move wins-in to ins-login
           read instruct invalid key
               move "INSTRUCTOR NOT FOUND !!" to wmsgweb
               close instruct
               go redir-lessons
           end-read
           close instruct
           if not ins-active
               move "INSTRUCTOR NOT TAKING LESSONS !!" to wmsgweb
               go redir-lessons
           end-if
      *> Monday is day 1 of the grid.
           compute wdow = function rem(wles-int - 1, 7) + 1
           if ins-avail(wdow)(wslot-n - 7:1) not = "Y"
               move "INSTRUCTOR NOT AVAILABLE AT THAT HOUR !!"
                   to wmsgweb
               go redir-lessons
           end-if
           move ins-resource to wcoach-res
           if wcourt-in not numeric
               move "INVALID COURT !!" to wmsgweb
               go redir-lessons
           end-if
           move wcourt-in to wcourt-n
           if wcourt-n = wcoach-res
               move "INVALID COURT !!" to wmsgweb
               go redir-lessons
           end-if
           open input resources
           if fstatus not = zeros
               move "RESOURCE FILE UNAVAILABLE !!" to wmsgweb
               go redir-lessons
           end-if
           move wcourt-n to res-id
           read resources invalid key
               move "COURT NOT FOUND !!" to wmsgweb
               close resources
               go redir-lessons
           end-read
           close resources
           if res-unavailable
               move "COURT OUT OF SERVICE !!" to wmsgweb
               go redir-lessons
           end-if
           move wcourt-n to wbkg-res
           perform check-resource-outage
           if wresclosed = "Y"
               move "COURT CLOSED THAT DAY !!" to wmsgweb
               go redir-lessons
           end-if
           move wcoach-res to wbkg-res
           perform check-resource-outage
           if wresclosed = "Y"
               move "INSTRUCTOR AWAY THAT DAY !!" to wmsgweb
               go redir-lessons
           end-if
           move zeros to wpack-n
           move ins-lesson-fee to wfee-charged
           if wpack-in not = spaces
               perform check-pack
           end-if
           open i-o bookings
           if fstatus = "35"
               open output bookings
               close bookings
               open i-o bookings
           end-if
           perform check-noshow-blocked
           if wnoshowblocked = "Y"
               close bookings
               move "BOOKING RIGHTS SUSPENDED -- REPEATED NO-SHOWS !!"
                   to wmsgweb
               go redir-lessons
           end-if
      *> Both diaries are checked before either is written.
           move wcourt-n to wbkg-res
           perform check-slot-free
           if wslotbusy = "Y"
               close bookings
               move "COURT ALREADY BOOKED AT THAT HOUR !!" to wmsgweb
               go redir-lessons
           end-if
           move wcoach-res to wbkg-res
           perform check-slot-free
           if wslotbusy = "Y"
               close bookings
               move "INSTRUCTOR ALREADY BOOKED AT THAT HOUR !!"
                   to wmsgweb
               go redir-lessons
           end-if
           move wcourt-n to wbkg-res
           perform hold-slot
           move wcoach-res to wbkg-res
           perform hold-slot
           close bookings
           open i-o lessons
           if fstatus = "35"
               open output lessons
               close lessons
               open i-o lessons
           end-if
           move "LESSON-ID" to wcountername
           perform next-counter
           initialize reg-lessons
           move wcountervalue to les-id
           move wins-in       to les-instructor
           move wlogin        to les-login
           move wdate-in      to les-date
           move wslot-n       to les-slot
           move wcourt-n      to les-court
           move wcoach-res    to les-coach-res
           move wpack-n       to les-pack
           move wfee-charged  to les-fee
           move function current-date(1:14) to les-made
           set les-booked to true
           move spaces to les-settled-on
           write reg-lessons
           close lessons
           if wpack-n > zeros
               perform draw-pack
           end-if
           move "LESSON-BOOK" to waudit-op
           perform write-audit
           move spaces to wmsgweb
           string "LESSON BOOKED -- NUMBER " delimited by size
                  les-id delimited by size
                  "." delimited by size
               into wmsgweb
           end-string
           go redir-lessons.
       check-pack.
           if wpack-in not numeric
               move "INVALID PACK NUMBER !!" to wmsgweb
               go redir-lessons
           end-if
           open input lespacks
           if fstatus not = zeros
               move "PACK NOT FOUND !!" to wmsgweb
               go redir-lessons
           end-if
           move wpack-in to lpk-id
           read lespacks invalid key
               move "PACK NOT FOUND !!" to wmsgweb
               close lespacks
               go redir-lessons
           end-read
           close lespacks
           if lpk-login not = wlogin
               move "PACK BELONGS TO ANOTHER MEMBER !!" to wmsgweb
               go redir-lessons
           end-if
           if not lpk-live or lpk-remaining = zeros
               move "PACK IS USED UP !!" to wmsgweb
               go redir-lessons
           end-if
           if lpk-instructor not = spaces
                   and lpk-instructor not = wins-in
               move "PACK IS FOR ANOTHER INSTRUCTOR !!" to wmsgweb
               go redir-lessons
           end-if
           move lpk-id to wpack-n
           move zeros  to wfee-charged.
       draw-pack.
           open i-o lespacks
           if fstatus not = zeros
               exit paragraph
           end-if
           move wpack-n to lpk-id
           read lespacks
               invalid key continue
               not invalid key
                   if lpk-remaining > zeros
                       subtract 1 from lpk-remaining
                   end-if
                   if lpk-remaining = zeros
                       set lpk-used-up to true
                   end-if
                   rewrite reg-lespacks
           end-read
           close lespacks.
       check-slot-free.
           move "N" to wslotbusy
           move wbkg-res to bkg-resource
           move wdate-in to bkg-date
           move wslot-n  to bkg-slot
           read bookings
               invalid key continue
               not invalid key
                   if not bkg-cancelled
                       move "Y" to wslotbusy
                   end-if
           end-read.
       hold-slot.
      *> The lesson's bookings stand under the learner's login, so
      *> the desk's verdict on the court counts toward the learner's
      *> no-show record like any other booking.
           move wbkg-res to bkg-resource
           move wdate-in to bkg-date
           move wslot-n  to bkg-slot
           read bookings invalid key
               move wbkg-res to bkg-resource
               move wdate-in to bkg-date
               move wslot-n  to bkg-slot
               move wlogin to bkg-login
               move function current-date(1:14) to bkg-made
               move zeros to bkg-series
               move zeros to bkg-fee
               move spaces to bkg-charge-seq
               set bkg-active to true
               write reg-bookings
           not invalid key
               move wlogin to bkg-login
               move function current-date(1:14) to bkg-made
               move zeros to bkg-series
               move zeros to bkg-fee
               move spaces to bkg-charge-seq
               set bkg-active to true
               rewrite reg-bookings
           end-read.
       check-noshow-blocked.
      *> Same rule as BOOKINGS_SUBMIT: three no-shows inside the
      *> rolling quarter and the learner books nothing more.
           move "N" to wnoshowblocked
           move zeros to wnoshowcount
           move "00" to wb-fstatus
           move low-values to bkg-key
           start bookings key is not less than bkg-key
               invalid key move "10" to wb-fstatus
           end-start
           if wb-fstatus not = "10"
               read bookings next
                   at end move "10" to wb-fstatus
               end-read
           end-if
           perform until wb-fstatus = "10"
               if bkg-login = wlogin and bkg-noshow
                   move bkg-date to wdatecheck
                   compute wbkgdate-int =
                       function integer-of-date(wdatecheck)
                   if wtoday-int - wbkgdate-int
                           <= wnoshow-window-days
                       add 1 to wnoshowcount
                   end-if
               end-if
               read bookings next
                   at end move "10" to wb-fstatus
               end-read
           end-perform
           if wnoshowcount >= wnoshow-limit
               move "Y" to wnoshowblocked
           end-if.
       check-resource-outage.
           move "N" to wresclosed
           open input resout
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wo-fstatus
           move wbkg-res to rso-resource
           move zeros    to rso-seq
           start resout key is not less than rso-key
               invalid key move "10" to wo-fstatus
           end-start
           if wo-fstatus not = "10"
               read resout next
                   at end move "10" to wo-fstatus
               end-read
           end-if
           perform until wo-fstatus = "10"
                   or rso-resource not = wbkg-res
                   or wresclosed = "Y"
               if rso-active and wdate-in >= rso-start
                       and wdate-in <= rso-end
                   move "Y" to wresclosed
               end-if
               read resout next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           close resout.
       cancel-lesson.
      *> The learner may cancel up to the day before; staff at any
      *> time before the lesson is settled. Both bookings are freed
      *> and a pack lesson goes back on the pack.
           if wlesid-in not numeric
               move "INVALID LESSON NUMBER !!" to wmsgweb
               go redir-lessons
           end-if
           move wlesid-in to wles-n
           open i-o lessons
           if fstatus not = zeros
               move "LESSON NOT FOUND !!" to wmsgweb
               go redir-lessons
           end-if
           move wles-n to les-id
           read lessons invalid key
               move "LESSON NOT FOUND !!" to wmsgweb
               close lessons
               go redir-lessons
           end-read
           open input members
           if fstatus not equal zeros
               close lessons
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-lessons
           end-if
           move "N" to wisstaff
           move wsessionlogin to login
           read members invalid key
               initialize reg-members
           end-read
           if member-staff or member-admin
               move "Y" to wisstaff
           end-if
           close members
           if les-login not = wsessionlogin and wisstaff = "N"
               close lessons
               move "NOT YOUR LESSON !!" to wmsgweb
               go redir-lessons
           end-if
           if not les-booked
               close lessons
               move "LESSON NOT ACTIVE !!" to wmsgweb
               go redir-lessons
           end-if
           if wisstaff = "N" and les-date <= wtoday
               close lessons
               move "TOO LATE TO CANCEL -- SEE THE DESK !!"
                   to wmsgweb
               go redir-lessons
           end-if
           set les-cancelled to true
           rewrite reg-lessons
           close lessons
           open i-o bookings
           if fstatus = zeros
               move les-court to wbkg-res
               perform release-slot
               move les-coach-res to wbkg-res
               perform release-slot
               close bookings
           end-if
           if les-pack > zeros
               perform credit-pack
           end-if
           move les-login to wlogin
           move "LESSON-CANCEL" to waudit-op
           perform write-audit
           move "LESSON CANCELLED." to wmsgweb
           go redir-lessons.
       release-slot.
           move wbkg-res  to bkg-resource
           move les-date  to bkg-date
           move les-slot  to bkg-slot
           read bookings
               invalid key continue
               not invalid key
                   if bkg-active and bkg-login = les-login
                       set bkg-cancelled to true
                       rewrite reg-bookings
                   end-if
           end-read.
       credit-pack.
           open i-o lespacks
           if fstatus not = zeros
               exit paragraph
           end-if
           move les-pack to lpk-id
           read lespacks
               invalid key continue
               not invalid key
                   if lpk-remaining < lpk-size
                       add 1 to lpk-remaining
                   end-if
                   set lpk-live to true
                   rewrite reg-lespacks
           end-read
           close lespacks.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "counter-next.cpy".
           copy "tax-read.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
