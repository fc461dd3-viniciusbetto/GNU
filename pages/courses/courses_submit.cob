       identification division.
       program-id. courses_submit.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "courses.sel".
           copy "crssess.sel".
           copy "crsenrol.sel".
           copy "resources.sel".
           copy "resout.sel".
           copy "bookings.sel".
           copy "payments.sel".
           copy "counters.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "courses.cpy".
       copy "crssess.cpy".
       copy "crsenrol.cpy".
       copy "resources.cpy".
       copy "resout.cpy".
       copy "bookings.cpy".
       copy "payments.cpy".
       copy "counters.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       78  wfirst-slot       value 8.
       78  wlast-slot        value 21.
       78  wmax-sessions     value 40.
       01  wlogin            pic x(60) value spaces.
       01  wtarget-id        pic 9(09) value zeros.
       01  wmemberid         pic 9(09) value zeros.
       01  wdatecheck        pic 9(08) value zeros.
       01  wfee-n            pic 9(07)v99 value zeros.
       01  wcap-n            pic 9(04) value zeros.
       01  wres-n            pic 9(04) value zeros.
       01  wslot-n           pic 9(02) value zeros.
       01  wsessions-n       pic 9(02) value zeros.
       01  wpass-n           pic 9(02) value zeros.
       01  wsession-no       pic 9(02) value zeros.
       01  wstart-int        pic s9(09) comp.
       01  wcur-int          pic s9(09) comp.
       01  wcurdate          pic 9(08) value zeros.
       01  wsess-idx         pic 9(02) value zeros.
       01  wconflicts        pic 9(03) value zeros.
       01  wfirstconflict    pic 9(08) value zeros.
       01  wo-fstatus        pic xx    value "00".
       01  wresclosed        pic x(01) value "N".
       01  wcourselogin      pic x(60) value spaces.
       01  wisstaff          pic x(01) value "N".
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wopcao         pic x(10).
           02 wcourseid-in   pic x(09).
           02 wcrsname-in    pic x(60).
           02 wcrsfee-in     pic x(10).
           02 wcrscap-in     pic x(04).
           02 wcrsres-in     pic x(04).
           02 wcrsslot-in    pic x(02).
           02 wcrsstart-in   pic x(08).
           02 wcrssess-in    pic x(02).
           02 wcrspass-in    pic x(02).
           02 wcrslogin-in   pic x(60).
           02 wcrssessno-in  pic x(02).
           02 filler         pic x(5785).
       copy "lnk-general.cpy".
       procedure division.
      *> Write side of the courses board. Staff set up a course --
      *> a term of weekly sessions at one resource and slot with one
      *> term fee -- and every session is reserved in BOOKINGS in the
      *> same action, all or nothing, like a standing series. A
      *> member enrolls for the whole term (staff may enroll someone
      *> else, a junior's parent at the desk); the term fee posts as
      *> an open charge the way an event fee does. Attendance is
      *> marked per session here from the staff roster, or by the
      *> door kiosk when the member checks in on a session day.
           display
              "Content-type: text/html"
               newline
           end-display
           move "courses_submit" to wprogname
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
           move warray(3) to wcourseid-in
           move warray(4) to wcrsname-in
           move warray(5) to wcrsfee-in
           move warray(6) to wcrscap-in
           move warray(7) to wcrsres-in
           move warray(8) to wcrsslot-in
           move warray(9) to wcrsstart-in
           move warray(10) to wcrssess-in
           move warray(11) to wcrspass-in
           move warray(12) to wcrslogin-in
           move warray(13) to wcrssessno-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           move function numval(wcourseid-in) to wtarget-id
           evaluate wopcao
               when "add"      perform add-course
               when "enroll"   perform enroll-member
               when "withdraw" perform withdraw-member
               when "attend"   perform mark-attendance
               when other      move "UNKNOWN OPERATION !!" to wmsgweb
           end-evaluate.
       redir-courses.
           move "post"        to wmethod
           move "courses.exe" to wexec
           perform openprogram
           stop run.
       add-course.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-courses
           end-if
           perform authorize-staff-only
           close members
           if wcrsname-in = spaces
               move "COURSE NAME IS REQUIRED !!" to wmsgweb
               go redir-courses
           end-if
           if wcrsfee-in = spaces
               move zeros to wfee-n
           else
               if wcrsfee-in not numeric
                   move "INVALID TERM FEE !!" to wmsgweb
                   go redir-courses
               end-if
               move wcrsfee-in to wfee-n
           end-if
           if wcrscap-in not numeric or wcrscap-in = "0000"
               move "INVALID CAPACITY !!" to wmsgweb
               go redir-courses
           end-if
           move wcrscap-in to wcap-n
           if wcrssess-in not numeric
               move "INVALID NUMBER OF SESSIONS !!" to wmsgweb
               go redir-courses
           end-if
           move wcrssess-in to wsessions-n
           if wsessions-n = zeros or wsessions-n > wmax-sessions
               move "A COURSE RUNS 1 TO 40 SESSIONS !!" to wmsgweb
               go redir-courses
           end-if
      *> Blank pass mark: every session must be attended.
           if wcrspass-in = spaces
               move wsessions-n to wpass-n
           else
               if wcrspass-in not numeric
                   move "INVALID ATTENDANCE TO PASS !!" to wmsgweb
                   go redir-courses
               end-if
               move wcrspass-in to wpass-n
               if wpass-n > wsessions-n
                   move "PASS MARK ABOVE NUMBER OF SESSIONS !!"
                       to wmsgweb
                   go redir-courses
               end-if
           end-if
           if wcrsstart-in not numeric
               move "INVALID START DATE !!" to wmsgweb
               go redir-courses
           end-if
           move wcrsstart-in to wdatecheck
           if function test-date-yyyymmdd(wdatecheck) not = 0
               move "INVALID START DATE !!" to wmsgweb
               go redir-courses
           end-if
           compute wstart-int = function integer-of-date(wdatecheck)
           if wcrsslot-in not numeric
               move "INVALID SLOT !!" to wmsgweb
               go redir-courses
           end-if
           move wcrsslot-in to wslot-n
           if wslot-n < wfirst-slot or wslot-n > wlast-slot
               move "SLOT OUTSIDE OPENING HOURS !!" to wmsgweb
               go redir-courses
           end-if
      *> No resource: the course meets somewhere we do not book
      *> (the park, the school hall), so nothing is reserved.
           move zeros to wres-n
           if wcrsres-in not = spaces
               perform check-course-resource
           end-if
           open i-o bookings
           if fstatus = "35"
               open output bookings
               close bookings
               open i-o bookings
           end-if
           if wres-n > zeros
               perform check-session-conflicts
               if wconflicts > zeros
                   close bookings
                   move spaces to wmsgweb
                   string "COURSE NOT CREATED -- " delimited by size
                          wconflicts delimited by size
                          " SESSION(S) CLASH, FIRST "
                              delimited by size
                          wfirstconflict delimited by size
                          " !!" delimited by size
                       into wmsgweb
                   end-string
                   go redir-courses
               end-if
           end-if
           open i-o courses
           if fstatus = "35"
               open output courses
               close courses
               open i-o courses
           end-if
           move "COURSE-ID" to wcountername
           perform next-counter
           initialize reg-courses
           move wcountervalue to crs-id
           move wcrsname-in   to crs-name
           move wfee-n        to crs-fee
           move wcap-n        to crs-capacity
           move zeros         to crs-enrolled
           move wres-n        to crs-resource
           move wslot-n       to crs-slot
           move wcrsstart-in  to crs-start
           move wsessions-n   to crs-sessions
           move wpass-n       to crs-pass-count
           move zeros         to crs-series
           if wres-n > zeros
               move "SERIES-ID" to wcountername
               perform next-counter
               move wcountervalue to crs-series
           end-if
           set crs-open to true
           write reg-courses
           close courses
           move spaces to wcourselogin
           string "COURSE-" delimited by size
                  crs-id delimited by size
               into wcourselogin
           end-string
           perform write-course-sessions
           close bookings
           move wsessionlogin to wlogin
           move "COURSE-ADD" to waudit-op
           perform write-audit
           move spaces to wmsgweb
           string "COURSE CREATED -- ID " delimited by size
                  crs-id delimited by size
                  ", " delimited by size
                  wsessions-n delimited by size
                  " SESSION(S) SCHEDULED." delimited by size
               into wmsgweb
           end-string
           go redir-courses.
       check-course-resource.
           if wcrsres-in not numeric
               move "INVALID RESOURCE !!" to wmsgweb
               go redir-courses
           end-if
           move wcrsres-in to wres-n
           open input resources
           if fstatus not = zeros
               move "RESOURCE FILE UNAVAILABLE !!" to wmsgweb
               go redir-courses
           end-if
           move wres-n to res-id
           read resources invalid key
               move "RESOURCE NOT FOUND !!" to wmsgweb
               close resources
               go redir-courses
           end-read
           close resources
           if res-unavailable
               move "RESOURCE OUT OF SERVICE !!" to wmsgweb
               go redir-courses
           end-if.
       check-session-conflicts.
      *> Every session date is checked before anything is written:
      *> a live booking or a declared outage on any one of them
      *> refuses the course whole.
           move zeros to wconflicts wfirstconflict
           move wstart-int to wcur-int
           perform varying wsess-idx from 1 by 1
                   until wsess-idx > wsessions-n
               compute wcurdate = function date-of-integer(wcur-int)
               move wres-n   to bkg-resource
               move wcurdate to bkg-date
               move wslot-n  to bkg-slot
               read bookings invalid key
                   continue
               not invalid key
                   if not bkg-cancelled
                       perform note-conflict
                   end-if
               end-read
               perform check-resource-outage
               if wresclosed = "Y"
                   perform note-conflict
               end-if
               add 7 to wcur-int
           end-perform.
       note-conflict.
           add 1 to wconflicts
           if wfirstconflict = zeros
               move wcurdate to wfirstconflict
           end-if.
       check-resource-outage.
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
               if rso-active and wcurdate >= rso-start
                       and wcurdate <= rso-end
                   move "Y" to wresclosed
               end-if
               read resout next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           close resout.
       write-course-sessions.
      *> The course's reservations stand under its own pseudo-login
      *> (COURSE-<id>), so they show on the bookings grid as the
      *> course and count against no member's quota.
           open i-o crssess
           if fstatus = "35"
               open output crssess
               close crssess
               open i-o crssess
           end-if
           move wstart-int to wcur-int
           perform varying wsess-idx from 1 by 1
                   until wsess-idx > wsessions-n
               compute wcurdate = function date-of-integer(wcur-int)
               initialize reg-crssess
               move crs-id    to cse-course
               move wsess-idx to cse-no
               move wcurdate  to cse-date
               move wres-n    to cse-resource
               move wslot-n   to cse-slot
               set cse-scheduled to true
               write reg-crssess
               if wres-n > zeros
                   perform reserve-session
               end-if
               add 7 to wcur-int
           end-perform
           close crssess.
       reserve-session.
           move wres-n   to bkg-resource
           move wcurdate to bkg-date
           move wslot-n  to bkg-slot
           read bookings invalid key
               move wres-n   to bkg-resource
               move wcurdate to bkg-date
               move wslot-n  to bkg-slot
               move wcourselogin to bkg-login
               move function current-date(1:14) to bkg-made
               move crs-series to bkg-series
               move zeros to bkg-fee
               move spaces to bkg-charge-seq
               set bkg-active to true
               write reg-bookings
           not invalid key
               if bkg-cancelled
                   move wcourselogin to bkg-login
                   move function current-date(1:14) to bkg-made
                   move crs-series to bkg-series
                   move zeros to bkg-fee
                   move spaces to bkg-charge-seq
                   set bkg-active to true
                   rewrite reg-bookings
               end-if
           end-read.
       resolve-enrollee.
      *> The session enrolls its own member; staff may name another
      *> login.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-courses
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
           if wcrslogin-in not = spaces
                   and wcrslogin-in not = wsessionlogin
               if wisstaff = "N"
                   move "NOT AUTHORIZED TO ENROLL OTHER MEMBERS !!"
                       to wmsgweb
                   close members
                   go redir-courses
               end-if
               move wcrslogin-in to wlogin
           end-if
           move wlogin to login
           read members invalid key
               move "NOT EXISTING MEMBER !!" to wmsgweb
               close members
               go redir-courses
           end-read
           move member-id to wmemberid
           close members.
       enroll-member.
           perform resolve-enrollee
           open i-o courses
           if fstatus not = zeros
               move "COURSE NOT FOUND !!" to wmsgweb
               go redir-courses
           end-if
           move wtarget-id to crs-id
           read courses invalid key
               move "COURSE NOT FOUND !!" to wmsgweb
               close courses
               go redir-courses
           end-read
           if not crs-open
               move "COURSE IS CLOSED TO ENROLLMENT !!" to wmsgweb
               close courses
               go redir-courses
           end-if
           if crs-enrolled >= crs-capacity
               move "COURSE IS FULL !!" to wmsgweb
               close courses
               go redir-courses
           end-if
           open i-o crsenrol
           if fstatus = "35"
               open output crsenrol
               close crsenrol
               open i-o crsenrol
           end-if
           move wtarget-id to cen-course
           move wlogin     to cen-login
           read crsenrol invalid key
               initialize reg-crsenrol
               move wtarget-id to cen-course
               move wlogin     to cen-login
               move wmemberid  to cen-member-id
               move function current-date(1:8) to cen-enrolled-on
               set cen-active to true
               move spaces to cen-attendance
               move zeros  to cen-attend-count
               write reg-crsenrol
           not invalid key
               if cen-active
                   move "ALREADY ENROLLED !!" to wmsgweb
                   close crsenrol
                   close courses
                   go redir-courses
               end-if
               move function current-date(1:8) to cen-enrolled-on
               set cen-active to true
               rewrite reg-crsenrol
           end-read
           close crsenrol
           add 1 to crs-enrolled
           rewrite reg-courses
           close courses
           move "COURSE-ENROL" to waudit-op
           perform write-audit
           if crs-fee > zeros
               perform post-term-fee
               move "ENROLLED. TERM FEE CHARGED TO THE ACCOUNT."
                   to wmsgweb
           else
               move "ENROLLED FOR THE TERM." to wmsgweb
           end-if
           go redir-courses.
       post-term-fee.
      *> Same open-charge shape as an event fee: house-charge kind,
      *> category EV, no due date -- recognized when a category-EV
      *> payment settles it at the desk.
           open i-o payments
           if fstatus = "35"
               open output payments
               close payments
               open i-o payments
           end-if
           initialize reg-payments
           move wlogin to pay-login
           move function current-date(1:14) to pay-seq
           move crs-fee to pay-amount
           move "COURSE FEE" to pay-method
           move spaces to pay-due-date
           set pay-kind-tab to true
           move "COURSEFEE" to pay-reason
           move spaces to pay-orig-seq
           move "N" to pay-reversed
           move wsessionlogin to pay-operator
           set pay-cat-event to true
           write reg-payments
           close payments.
       withdraw-member.
      *> The term fee stays charged; a refund for a withdrawal is
      *> the desk's call through the usual reversal.
           perform resolve-enrollee
           open i-o crsenrol
           if fstatus not = zeros
               move "NOT ENROLLED ON THAT COURSE !!" to wmsgweb
               go redir-courses
           end-if
           move wtarget-id to cen-course
           move wlogin     to cen-login
           read crsenrol invalid key
               move "NOT ENROLLED ON THAT COURSE !!" to wmsgweb
               close crsenrol
               go redir-courses
           end-read
           if not cen-active
               move "NOT ENROLLED ON THAT COURSE !!" to wmsgweb
               close crsenrol
               go redir-courses
           end-if
           set cen-withdrawn to true
           rewrite reg-crsenrol
           close crsenrol
           open i-o courses
           if fstatus = zeros
               move wtarget-id to crs-id
               read courses
                   invalid key continue
                   not invalid key
                       if crs-enrolled > zeros
                           subtract 1 from crs-enrolled
                           rewrite reg-courses
                       end-if
               end-read
               close courses
           end-if
           move "COURSE-WITHDRAW" to waudit-op
           perform write-audit
           move "WITHDRAWN FROM THE COURSE." to wmsgweb
           go redir-courses.
       mark-attendance.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-courses
           end-if
           perform authorize-staff-only
           close members
           move function numval(wcrssessno-in) to wsession-no
           open input crssess
           if fstatus not = zeros
               move "SESSION NOT FOUND !!" to wmsgweb
               go redir-roster
           end-if
           move wtarget-id  to cse-course
           move wsession-no to cse-no
           read crssess invalid key
               move "SESSION NOT FOUND !!" to wmsgweb
               close crssess
               go redir-roster
           end-read
           close crssess
           if cse-cancelled
               move "THAT SESSION WAS CANCELLED !!" to wmsgweb
               go redir-roster
           end-if
           open i-o crsenrol
           if fstatus not = zeros
               move "NOT ENROLLED ON THAT COURSE !!" to wmsgweb
               go redir-roster
           end-if
           move wtarget-id   to cen-course
           move wcrslogin-in to cen-login
           read crsenrol invalid key
               move "NOT ENROLLED ON THAT COURSE !!" to wmsgweb
               close crsenrol
               go redir-roster
           end-read
           if not cen-active
               move "NOT ENROLLED ON THAT COURSE !!" to wmsgweb
               close crsenrol
               go redir-roster
           end-if
           if cen-attended(wsession-no) not = "Y"
               move "Y" to cen-attended(wsession-no)
               add 1 to cen-attend-count
               rewrite reg-crsenrol
           end-if
           close crsenrol
           move wcrslogin-in to wlogin
           move "COURSE-ATTEND" to waudit-op
           perform write-audit
           move "ATTENDANCE MARKED." to wmsgweb.
       redir-roster.
           move "post"              to wmethod
           move "course_roster.exe" to wexec
           move wtarget-id          to wredirlogin
           perform openprogram
           stop run.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "counter-next.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
