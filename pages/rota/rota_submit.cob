       identification division.
       program-id. rota_submit.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "rota.sel".
           copy "openhrs.sel".
           copy "counters.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "rota.cpy".
       copy "openhrs.cpy".
       copy "counters.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wlogin            pic x(60) value spaces.
       01  wdatecheck        pic 9(08) value zeros.
       01  wrotid-n          pic 9(09) value zeros.
       01  wr-fstatus        pic xx    value "00".
       01  wclash            pic x(01) value "N".
       01  wtime-check       pic x(04) value spaces.
       01  wtime-ok          pic x(01) value "N".
       01  wtime-hh          pic 9(02) value zeros.
       01  wtime-mi          pic 9(02) value zeros.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wopcao         pic x(10).
           02 wdate-in       pic x(08).
           02 wstart-in      pic x(04).
           02 wend-in        pic x(04).
           02 wrole-in       pic x(01).
           02 wrlogin-in     pic x(60).
           02 wnote-in       pic x(40).
           02 wrotid-in      pic x(09).
           02 wdow-in        pic x(01).
           02 wopen-in       pic x(04).
           02 wclose-in      pic x(04).
           02 filler         pic x(5823).
       copy "lnk-general.cpy".
       procedure division.
      *> Write side of the duty rota: add a shift (a staff login, a
      *> role, a date and the quarter-hours it runs), take one off,
      *> or set the hours a role must be covered on a day of the
      *> week. A login cannot be on two overlapping shifts. Staff
      *> only; every change audited. Goes back to the rota week the
      *> change was made in.
           display
              "Content-type: text/html"
               newline
           end-display
           move "rota_submit" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           if wform-toolarge
               move "FORM TOO LARGE !!" to wmsgweb
               perform openprogram
               stop run
           end-if
           move warray(1)  to wtoken-in
           move warray(2)  to wopcao
           move warray(3)  to wdate-in
           move warray(4)  to wstart-in
           move warray(5)  to wend-in
           move warray(6)  to wrole-in
           move warray(7)  to wrlogin-in
           move warray(8)  to wnote-in
           move warray(9)  to wrotid-in
           move warray(10) to wdow-in
           move warray(11) to wopen-in
           move warray(12) to wclose-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-rota
           end-if
           perform authorize-staff-only.
           move wsessionlogin to wlogin
           open i-o rota
           if fstatus = "35"
               open output rota
               close rota
               open i-o rota
           end-if
           evaluate wopcao
               when "add"    perform add-shift
               when "delete" perform delete-shift
               when "hours"  perform set-hours
               when other    move "UNKNOWN OPERATION !!" to wmsgweb
           end-evaluate
           close rota
           close members.
       redir-rota.
           move wdate-in   to wredirlogin
           move "post"     to wmethod
           move "rota.exe" to wexec
           perform openprogram
           stop run.
       add-shift.
           if wdate-in not numeric
               move "INVALID DATE !!" to wmsgweb
               exit paragraph
           end-if
           move wdate-in to wdatecheck
           if function test-date-yyyymmdd(wdatecheck) not = 0
               move "INVALID DATE !!" to wmsgweb
               exit paragraph
           end-if
           move wstart-in to wtime-check
           perform check-time
           if wtime-ok = "Y"
               move wend-in to wtime-check
               perform check-time
           end-if
           if wtime-ok = "N" or wstart-in >= wend-in
               move "SHIFT TIMES ARE HHMM ON THE QUARTER HOUR !!"
                   to wmsgweb
               exit paragraph
           end-if
           if wrole-in not = "D" and wrole-in not = "B"
                   and wrole-in not = "O"
               move "CHOOSE A ROLE !!" to wmsgweb
               exit paragraph
           end-if
           move wrlogin-in to login
           read members invalid key
               move "NOT EXISTING MEMBER !!" to wmsgweb
               exit paragraph
           end-read
           if not member-staff and not member-admin
               move "ONLY STAFF CAN BE ROSTERED !!" to wmsgweb
               exit paragraph
           end-if
           perform check-clash
           if wclash = "Y"
               exit paragraph
           end-if
           initialize reg-rota
           move "ROTA-ID" to wcountername
           perform next-counter
           move wcountervalue to rot-id
           move wdate-in to rot-date
           move wstart-in to rot-start
           move wend-in to rot-end
           move wrole-in to rot-role
           move wrlogin-in to rot-login
           move wsessionlogin to rot-added-by
           move function current-date(1:14) to rot-added
           move wnote-in to rot-note
           write reg-rota invalid key
               move "SHIFT NOT SAVED -- TRY AGAIN !!" to wmsgweb
               exit paragraph
           end-write
           move "ROTA-ADD" to waudit-op
           perform audit-shift
           move "SHIFT ADDED." to wmsgweb.
       check-time.
           move "N" to wtime-ok
           if wtime-check not numeric
               exit paragraph
           end-if
           move wtime-check(1:2) to wtime-hh
           move wtime-check(3:2) to wtime-mi
           if wtime-hh > 24 or wtime-mi > 45
                   or (wtime-hh = 24 and wtime-mi > zeros)
               exit paragraph
           end-if
           if wtime-mi not = 0 and wtime-mi not = 15
                   and wtime-mi not = 30 and wtime-mi not = 45
               exit paragraph
           end-if
           move "Y" to wtime-ok.
       check-clash.
           move "N" to wclash
           move "00" to wr-fstatus
           move wdate-in to rot-date
           move low-values to rot-start
           start rota key is not less than rot-when
               invalid key move "10" to wr-fstatus
           end-start
           if wr-fstatus not = "10"
               read rota next
                   at end move "10" to wr-fstatus
               end-read
           end-if
           perform until wr-fstatus = "10" or rot-date not = wdate-in
                   or wclash = "Y"
               if rot-login = wrlogin-in and rot-start < wend-in
                       and rot-end > wstart-in
                   move "Y" to wclash
                   move spaces to wmsgweb
                   string "ALREADY ON SHIFT " delimited by size
                          rot-start delimited by size
                          "-" delimited by size
                          rot-end delimited by size
                          " THAT DAY !!" delimited by size
                       into wmsgweb
                   end-string
               end-if
               read rota next
                   at end move "10" to wr-fstatus
               end-read
           end-perform.
       delete-shift.
           if wrotid-in = spaces
                   or function test-numval(wrotid-in) not = 0
               move "SHIFT NUMBER IS REQUIRED !!" to wmsgweb
               exit paragraph
           end-if
           move function numval(wrotid-in) to wrotid-n
           move wrotid-n to rot-id
           read rota invalid key
               move "SHIFT NOT FOUND !!" to wmsgweb
               exit paragraph
           end-read
           move rot-date to wdate-in
           move rot-login to wrlogin-in
           delete rota record
           move "ROTA-DELETE" to waudit-op
           perform audit-shift
           move "SHIFT REMOVED." to wmsgweb.
       set-hours.
      *> Equal open and close times mark the day closed; a role the
      *> club never staffs needs no rows at all.
           if wrole-in not = "D" and wrole-in not = "B"
                   and wrole-in not = "O"
               move "CHOOSE A ROLE !!" to wmsgweb
               exit paragraph
           end-if
           if wdow-in < "1" or wdow-in > "7"
               move "CHOOSE A DAY OF THE WEEK !!" to wmsgweb
               exit paragraph
           end-if
           move wopen-in to wtime-check
           perform check-time
           if wtime-ok = "Y"
               move wclose-in to wtime-check
               perform check-time
           end-if
           if wtime-ok = "N" or wopen-in > wclose-in
               move "HOURS ARE HHMM ON THE QUARTER HOUR !!" to wmsgweb
               exit paragraph
           end-if
           open i-o openhrs
           if fstatus = "35"
               open output openhrs
               close openhrs
               open i-o openhrs
           end-if
           move wrole-in to ohr-role
           move wdow-in to ohr-dow
           read openhrs invalid key
               move wopen-in to ohr-open
               move wclose-in to ohr-close
               write reg-openhrs
           not invalid key
               move wopen-in to ohr-open
               move wclose-in to ohr-close
               rewrite reg-openhrs
           end-read
           close openhrs
           move "ROTA-HOURS" to waudit-op
           move spaces to waudit-new-name
           string wrole-in delimited by size
                  " DAY " delimited by size
                  wdow-in delimited by size
                  " " delimited by size
                  wopen-in delimited by size
                  "-" delimited by size
                  wclose-in delimited by size
               into waudit-new-name
           end-string
           perform write-audit
           move "HOURS SAVED." to wmsgweb.
       audit-shift.
           move spaces to waudit-new-name
           string rot-date delimited by size
                  " " delimited by size
                  rot-start delimited by size
                  "-" delimited by size
                  rot-end delimited by size
                  " " delimited by size
                  rot-role delimited by size
                  " " delimited by size
                  rot-login delimited by size
               into waudit-new-name
           end-string
           perform write-audit.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "counter-next.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
