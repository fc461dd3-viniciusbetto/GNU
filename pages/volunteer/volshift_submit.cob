       identification division.
       program-id. volshift_submit.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "events.sel".
           copy "volshift.sel".
           copy "volsign.sel".
           copy "counters.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "events.cpy".
       copy "volshift.cpy".
       copy "volsign.cpy".
       copy "counters.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wlogin            pic x(60) value spaces.
       01  wisstaff          pic x(01) value "N".
       01  wtoday            pic x(08) value spaces.
       01  wdatecheck        pic 9(08) value zeros.
       01  wshift-n          pic 9(09) value zeros.
       01  wevent-n          pic 9(09) value zeros.
       01  wslots-n          pic 9(03) value zeros.
       01  wresigned         pic x(01) value "N".
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wopcao         pic x(10).
           02 wshiftid-in    pic x(09).
           02 weventid-in    pic x(09).
           02 wshdate-in     pic x(08).
           02 wshstart-in    pic x(04).
           02 wshend-in      pic x(04).
           02 wduty-in       pic x(30).
           02 wslots-in      pic x(03).
           02 wshlogin-in    pic x(60).
           02 wback-in       pic x(01).
           02 filler         pic x(5830).
       copy "lnk-general.cpy".
       procedure division.
      *> Write side of the volunteer rota. Staff define a shift --
      *> against an event or just a date -- with its hours, duty and
      *> number of helpers wanted, or cancel it. Members sign up for
      *> an open shift with a place left (from MYACCOUNT or the rota
      *> page; staff may sign a member up at the desk) and withdraw
      *> before the day. VOL-SHIFTS sends the reminders and, once
      *> the shift is over, raises the hours for the coordinator.
           display
              "Content-type: text/html"
               newline
           end-display
           move "volshift_submit" to wprogname
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
           move warray(3) to wshiftid-in
           move warray(4) to weventid-in
           move warray(5) to wshdate-in
           move warray(6) to wshstart-in
           move warray(7) to wshend-in
           move warray(8) to wduty-in
           move warray(9) to wslots-in
           move warray(10) to wshlogin-in
           move warray(11) to wback-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           move function current-date(1:8) to wtoday
           move zeros to wshift-n
           if wshiftid-in not = spaces
                   and function test-numval(wshiftid-in) = 0
               move function numval(wshiftid-in) to wshift-n
           end-if
           perform resolve-volunteer
           evaluate wopcao
               when "add"      perform add-shift
               when "cancel"   perform cancel-shift
               when "signup"   perform sign-up
               when "withdraw" perform withdraw-signup
               when other      move "UNKNOWN OPERATION !!" to wmsgweb
           end-evaluate.
       redir-volshifts.
           move "post" to wmethod
           if wback-in = "M"
               move "myaccount.exe" to wexec
           else
               move "volshifts.exe" to wexec
           end-if
           perform openprogram
           stop run.
       resolve-volunteer.
      *> The session signs up its own member; staff may name another
      *> login at the desk.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-volshifts
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
           if wshlogin-in not = spaces
                   and wshlogin-in not = wsessionlogin
               if wisstaff = "N"
                   move "NOT AUTHORIZED TO SIGN UP OTHER MEMBERS !!"
                       to wmsgweb
                   close members
                   go redir-volshifts
               end-if
               move wshlogin-in to wlogin
               move wlogin to login
               read members invalid key
                   move "NOT EXISTING MEMBER !!" to wmsgweb
                   close members
                   go redir-volshifts
               end-read
           end-if
           close members.
       add-shift.
           if wisstaff = "N"
               move "NOT AUTHORIZED !!" to wmsgweb
               go redir-volshifts
           end-if
           if wduty-in = spaces
               move "DUTY IS REQUIRED !!" to wmsgweb
               go redir-volshifts
           end-if
           move zeros to wevent-n
           if weventid-in not = spaces
               if function test-numval(weventid-in) not = 0
                   move "INVALID EVENT ID !!" to wmsgweb
                   go redir-volshifts
               end-if
               move function numval(weventid-in) to wevent-n
           end-if
      *> A shift for an event falls on the event's day unless staff
      *> give another (setup the day before).
           if wevent-n > zeros
               open input events
               if fstatus not = zeros
                   move "EVENT NOT FOUND !!" to wmsgweb
                   go redir-volshifts
               end-if
               move wevent-n to evt-id
               read events invalid key
                   move "EVENT NOT FOUND !!" to wmsgweb
                   close events
                   go redir-volshifts
               end-read
               close events
               if evt-cancelled
                   move "EVENT IS CANCELLED !!" to wmsgweb
                   go redir-volshifts
               end-if
               if wshdate-in = spaces
                   move evt-date to wshdate-in
               end-if
           end-if
           if wshdate-in not numeric
               move "INVALID SHIFT DATE !!" to wmsgweb
               go redir-volshifts
           end-if
           move wshdate-in to wdatecheck
           if function test-date-yyyymmdd(wdatecheck) not = 0
                   or wshdate-in < wtoday
               move "INVALID SHIFT DATE !!" to wmsgweb
               go redir-volshifts
           end-if
           if wshstart-in not numeric or wshend-in not numeric
                   or wshstart-in(1:2) > "23" or wshend-in(1:2) > "23"
                   or wshstart-in(3:2) > "59" or wshend-in(3:2) > "59"
                   or wshend-in <= wshstart-in
               move "SHIFT TIMES MUST BE HHMM, END AFTER START !!"
                   to wmsgweb
               go redir-volshifts
           end-if
           if wslots-in = spaces
                   or function test-numval(wslots-in) not = 0
               move "NUMBER OF HELPERS IS REQUIRED !!" to wmsgweb
               go redir-volshifts
           end-if
           move function numval(wslots-in) to wslots-n
           if wslots-n = zeros
               move "NUMBER OF HELPERS IS REQUIRED !!" to wmsgweb
               go redir-volshifts
           end-if
           move "VOLSHIFT-ID" to wcountername
           perform next-counter
           open i-o volshift
           if fstatus = "35"
               open output volshift
               close volshift
               open i-o volshift
           end-if
           initialize reg-volshift
           move wcountervalue to vsh-id
           move wevent-n      to vsh-event
           move wshdate-in    to vsh-date
           move wshstart-in   to vsh-start
           move wshend-in     to vsh-end
           move wduty-in      to vsh-duty
           move wslots-n      to vsh-slots
           move zeros         to vsh-taken
           set vsh-open to true
           move wsessionlogin to vsh-created-by
           write reg-volshift
           close volshift
           move wsessionlogin to wlogin
           move "VOL-SHIFT-ADD" to waudit-op
           move spaces to waudit-new-name
           string vsh-id delimited by size
                  " " delimited by size
                  wduty-in delimited by size
               into waudit-new-name
           end-string
           perform write-audit
           move spaces to wmsgweb
           string "SHIFT " delimited by size
                  wcountervalue delimited by size
                  " CREATED." delimited by size
               into wmsgweb
           end-string.
       cancel-shift.
           if wisstaff = "N"
               move "NOT AUTHORIZED !!" to wmsgweb
               go redir-volshifts
           end-if
           perform read-shift-update
           if not vsh-open
               move "SHIFT IS NOT OPEN !!" to wmsgweb
               close volshift
               go redir-volshifts
           end-if
           set vsh-cancelled to true
           rewrite reg-volshift
           close volshift
           move wsessionlogin to wlogin
           move "VOL-SHIFT-CANCEL" to waudit-op
           move spaces to waudit-new-name
           move vsh-id to waudit-new-name
           perform write-audit
           move "SHIFT CANCELLED." to wmsgweb.
       sign-up.
           open input members
           move wlogin to login
           read members invalid key
               initialize reg-members
           end-read
           close members
           if not member-active or member-suspended
               move "ONLY A MEMBER IN GOOD STANDING CAN SIGN UP !!"
                   to wmsgweb
               go redir-volshifts
           end-if
           perform read-shift-update
           if not vsh-open or vsh-date < wtoday
               move "SHIFT IS NOT OPEN FOR SIGN-UP !!" to wmsgweb
               close volshift
               go redir-volshifts
           end-if
           if vsh-taken >= vsh-slots
               move "SHIFT IS FULL !!" to wmsgweb
               close volshift
               go redir-volshifts
           end-if
           open i-o volsign
           if fstatus = "35"
               open output volsign
               close volsign
               open i-o volsign
           end-if
           move "N" to wresigned
           move vsh-id to vsg-shift
           move wlogin to vsg-login
           read volsign invalid key
               continue
           not invalid key
               if vsg-signed-up
                   move "ALREADY SIGNED UP FOR THIS SHIFT !!"
                       to wmsgweb
                   close volsign
                   close volshift
                   go redir-volshifts
               end-if
               move "Y" to wresigned
           end-read
           move vsh-id to vsg-shift
           move wlogin to vsg-login
           move function current-date(1:14) to vsg-signed
           set vsg-signed-up to true
           move "N" to vsg-reminded
           move "N" to vsg-posted
           if wresigned = "Y"
               rewrite reg-volsign
           else
               write reg-volsign
           end-if
           close volsign
           add 1 to vsh-taken
           rewrite reg-volshift
           close volshift
           move "VOL-SIGNUP" to waudit-op
           move spaces to waudit-new-name
           string vsh-id delimited by size
                  " " delimited by size
                  vsh-date delimited by size
                  " " delimited by size
                  vsh-duty delimited by size
               into waudit-new-name
           end-string
           perform write-audit
           move spaces to wmsgweb
           string "SIGNED UP: " delimited by size
                  function trim(vsh-duty) delimited by size
                  " ON " delimited by size
                  vsh-date delimited by size
                  " " delimited by size
                  vsh-start delimited by size
                  "-" delimited by size
                  vsh-end delimited by size
                  "." delimited by size
               into wmsgweb
           end-string.
       withdraw-signup.
           perform read-shift-update
           if vsh-date <= wtoday and wisstaff = "N"
               move "TOO LATE TO WITHDRAW -- CALL THE DESK !!"
                   to wmsgweb
               close volshift
               go redir-volshifts
           end-if
           open i-o volsign
           if fstatus not = zeros
               move "NOT SIGNED UP FOR THIS SHIFT !!" to wmsgweb
               close volshift
               go redir-volshifts
           end-if
           move vsh-id to vsg-shift
           move wlogin to vsg-login
           read volsign invalid key
               move "NOT SIGNED UP FOR THIS SHIFT !!" to wmsgweb
               close volsign
               close volshift
               go redir-volshifts
           end-read
           if not vsg-signed-up or vsg-hours-posted
               move "NOT SIGNED UP FOR THIS SHIFT !!" to wmsgweb
               close volsign
               close volshift
               go redir-volshifts
           end-if
           set vsg-withdrawn to true
           rewrite reg-volsign
           close volsign
           if vsh-taken > zeros
               subtract 1 from vsh-taken
           end-if
           rewrite reg-volshift
           close volshift
           move "VOL-WITHDRAW" to waudit-op
           move spaces to waudit-new-name
           move vsh-id to waudit-new-name
           perform write-audit
           move "WITHDRAWN FROM SHIFT." to wmsgweb.
       read-shift-update.
           open i-o volshift
           if fstatus not = zeros
               move "SHIFT NOT FOUND !!" to wmsgweb
               go redir-volshifts
           end-if
           move wshift-n to vsh-id
           read volshift invalid key
               move "SHIFT NOT FOUND !!" to wmsgweb
               close volshift
               go redir-volshifts
           end-read.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "counter-next.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
