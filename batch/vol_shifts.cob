       identification division.
       program-id. vol-shifts.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "events.sel".
           copy "volshift.sel".
           copy "volsign.sel".
           copy "volhours.sel".
           select report-out assign to "vol-shifts.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "members.cpy".
           copy "events.cpy".
           copy "volshift.cpy".
           copy "volsign.cpy".
           copy "volhours.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wv-fstatus        pic xx     value "00".
       01  wq-fstatus        pic xx     value "00".
       01  wlogin            pic x(60) value spaces.
       78  wremind-days-default value 1.
       01  wremind-env       pic x(02) value spaces.
       01  wremind-days      pic 9(02) value zeros.
       01  wtoday            pic 9(08) value zeros.
       01  wtoday-int        pic s9(09) comp.
       01  wremind-until     pic 9(08) value zeros.
       01  wminutes          pic s9(05) comp.
       01  whh               pic 9(02) value zeros.
       01  wmm               pic 9(02) value zeros.
       01  wshift-hours      pic 9(03)v9 value zeros.
       01  whours-display    pic zz9,9.
       01  wevent-name       pic x(60) value spaces.
       01  wremindcount      pic 9(06) value zeros.
       01  wraisedcount      pic 9(06) value zeros.
       01  wshiftcount       pic 9(06) value zeros.
       01  wmailsubject      pic x(60) value spaces.
       01  wmailbody         pic x(200) value spaces.
       01  wsmsmessage       pic x(160) value spaces.
       01  wtpl-id           pic x(12) value spaces.
       01  wtpl-merge.
           02 wtpl-name      pic x(120).
           02 wtpl-amount    pic x(20).
           02 wtpl-duedate   pic x(08).
           02 wtpl-branch    pic x(03).
       01  wtpl-subject2     pic x(60) value spaces.
       01  wtpl-body2        pic x(200) value spaces.
       01  wrl-job           pic x(30) value "VOL-SHIFTS".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       shifts-main.
      *> Nightly pass over the volunteer rota. Shifts coming up within
      *> VOL_REMIND_DAYS (default 1, i.e. tomorrow) remind everyone
      *> signed up, once, through the outboxes -- templates VOLSHIFT
      *> for mail and VOLSHIFTS for SMS, the duty in {AMOUNT} after
      *> the hours, the day in {DUEDATE}. Shifts now past raise a
      *> volunteer-hours row for each volunteer still signed up,
      *> pending ("P") until the coordinator approves it on the
      *> volunteer screen, so VOL-CREDIT sees hours nobody keyed;
      *> the shift is then marked done.
           move function current-date(1:8) to wtoday
           compute wtoday-int = function integer-of-date(wtoday)
           move wremind-days-default to wremind-days
           accept wremind-env from environment "VOL_REMIND_DAYS"
           if wremind-env(2:1) = space
               move wremind-env(1:1) to wremind-env(2:1)
               move "0" to wremind-env(1:1)
           end-if
           if wremind-env is numeric
               move wremind-env to wremind-days
           end-if
           compute wremind-until = function date-of-integer(
               wtoday-int + wremind-days)
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           open i-o volshift
           if fstatus = "35"
               display "VOL-SHIFTS: NO SHIFTS"
               move "OK   " to wrl-phase
               call "runlog" using wrl-job wrl-phase wrl-count
               stop run
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO volshift: " fstatus
               move 8 to return-code
               stop run
           end-if
           open i-o volsign
           if fstatus = "35"
               open output volsign
               close volsign
               open i-o volsign
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO volsign: " fstatus
               close volshift
               move 8 to return-code
               stop run
           end-if
           open i-o volhours
           if fstatus = "35"
               open output volhours
               close volhours
               open i-o volhours
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO volhours: " fstatus
               close volshift volsign
               move 8 to return-code
               stop run
           end-if
           open input members
           if fstatus not = zeros
               display "ERRO ABRINDO members: " fstatus
               close volshift volsign volhours
               move 8 to return-code
               stop run
           end-if
           open input events
           if fstatus = "35"
               open output events
               close events
               open input events
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO events: " fstatus
               close volshift volsign volhours members
               move 8 to return-code
               stop run
           end-if
           open output report-out
           move spaces to report-line
           string "VOLUNTEER SHIFTS -- RUN " wtoday
                  "  REMINDING THROUGH " wremind-until
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move "00" to wv-fstatus
           move zeros to vsh-id
           start volshift key is not less than vsh-id
               invalid key move "10" to wv-fstatus
           end-start
           if wv-fstatus not = "10"
               read volshift next
                   at end move "10" to wv-fstatus
               end-read
           end-if
           perform until wv-fstatus = "10"
               if vsh-open
                   evaluate true
                       when vsh-date < wtoday
                           add 1 to wshiftcount
                           perform close-shift
                       when vsh-date <= wremind-until
                           add 1 to wshiftcount
                           perform remind-shift
                   end-evaluate
               end-if
               read volshift next
                   at end move "10" to wv-fstatus
               end-read
           end-perform
           close events
           close members
           close volhours
           close volsign
           close volshift
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "SHIFTS HANDLED: " wshiftcount
                  "  REMINDERS SENT: " wremindcount
                  "  HOURS ROWS RAISED: " wraisedcount
               delimited by size into report-line
           end-string
           write report-line
           close report-out
           display "REMINDERS SENT: " wremindcount
               " HOURS RAISED: " wraisedcount
           move "OK   " to wrl-phase
           compute wrl-count = wremindcount + wraisedcount
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       shift-heading.
           move spaces to wevent-name
           if vsh-event > zeros
               move vsh-event to evt-id
               read events invalid key
                   move spaces to evt-name
               end-read
               move evt-name to wevent-name
           end-if
           move spaces to report-line
           string "SHIFT " vsh-id " " vsh-date " " vsh-start "-"
                  vsh-end " " vsh-duty " " wevent-name(1:40)
               delimited by size into report-line
           end-string
           write report-line.
       remind-shift.
           perform shift-heading
           move "00" to wq-fstatus
           move vsh-id     to vsg-shift
           move low-values to vsg-login
           start volsign key is not less than vsg-key
               invalid key move "10" to wq-fstatus
           end-start
           if wq-fstatus not = "10"
               read volsign next
                   at end move "10" to wq-fstatus
               end-read
           end-if
           perform until wq-fstatus = "10" or vsg-shift not = vsh-id
               if vsg-signed-up and not vsg-was-reminded
                   perform remind-one
                   set vsg-was-reminded to true
                   rewrite reg-volsign
               end-if
               read volsign next
                   at end move "10" to wq-fstatus
               end-read
           end-perform.
       remind-one.
           move vsg-login to login
           read members invalid key
               move spaces to report-line
               string "   NOT ON FILE  " vsg-login
                   delimited by size into report-line
               end-string
               write report-line
               exit paragraph
           end-read
           add 1 to wremindcount
           move name to wtpl-name
           move spaces to wtpl-amount
           string vsh-start "-" vsh-end " " vsh-duty
               delimited by size into wtpl-amount
           end-string
           move vsh-date to wtpl-duedate
           move branch-code to wtpl-branch
           move "VOLSHIFT" to wtpl-id
           call "rendertpl" using wtpl-id wtpl-merge
               wmailsubject wmailbody
           if wmailbody(1:12) = wtpl-id
               move "Your volunteer shift" to wmailsubject
               move spaces to wmailbody
               string "Dear " delimited by size
                      function trim(name) delimited by size
                      ", a reminder that you are down for "
                          delimited by size
                      function trim(vsh-duty) delimited by size
                      " on " delimited by size
                      vsh-date delimited by size
                      " from " delimited by size
                      vsh-start delimited by size
                      " to " delimited by size
                      vsh-end delimited by size
                      ". If you cannot come, please withdraw from "
                          delimited by size
                      "My Account. Thank you!" delimited by size
                   into wmailbody
               end-string
           end-if
           move login to wlogin
           set environment "MSG_LOGIN" to wlogin
           if email not = spaces
                   and (contact-both or contact-email-only)
               call "sendmail" using email wmailsubject wmailbody
           end-if
           if phone not = spaces
                   and (contact-both or contact-sms-only)
               move "VOLSHIFTS" to wtpl-id
               call "rendertpl" using wtpl-id wtpl-merge
                   wtpl-subject2 wtpl-body2
               if wtpl-body2(1:12) = wtpl-id
                   move spaces to wsmsmessage
                   string "Reminder: " delimited by size
                          function trim(vsh-duty) delimited by size
                          " " delimited by size
                          vsh-date delimited by size
                          " " delimited by size
                          vsh-start delimited by size
                          "-" delimited by size
                          vsh-end delimited by size
                          ". Thank you for volunteering!"
                              delimited by size
                       into wsmsmessage
                   end-string
               else
                   move wtpl-body2 to wsmsmessage
               end-if
               call "sendsms" using phone wsmsmessage
           end-if
           move spaces to report-line
           string "   REMINDED     " vsg-login
               delimited by size into report-line
           end-string
           write report-line.
       close-shift.
      *> Hours for the shift as planned; the coordinator rejects
      *> the row of anyone who never came.
           perform shift-heading
           move vsh-start(1:2) to whh
           move vsh-start(3:2) to wmm
           compute wminutes = whh * 60 + wmm
           move vsh-end(1:2) to whh
           move vsh-end(3:2) to wmm
           compute wminutes = whh * 60 + wmm - wminutes
           if wminutes < zeros
               move zeros to wminutes
           end-if
           compute wshift-hours rounded = wminutes / 60
           move wshift-hours to whours-display
           move "00" to wq-fstatus
           move vsh-id     to vsg-shift
           move low-values to vsg-login
           start volsign key is not less than vsg-key
               invalid key move "10" to wq-fstatus
           end-start
           if wq-fstatus not = "10"
               read volsign next
                   at end move "10" to wq-fstatus
               end-read
           end-if
           perform until wq-fstatus = "10" or vsg-shift not = vsh-id
               if vsg-signed-up and not vsg-hours-posted
                   perform raise-hours
                   set vsg-hours-posted to true
                   rewrite reg-volsign
               end-if
               read volsign next
                   at end move "10" to wq-fstatus
               end-read
           end-perform
           set vsh-done to true
           rewrite reg-volshift.
       raise-hours.
           initialize reg-volhours
           move vsg-login to vol-login
           string vsh-date vsh-start "00"
               delimited by size into vol-seq
           end-string
           move vsh-date     to vol-date
           move vsh-duty     to vol-activity
           move wshift-hours to vol-hours
           move spaces       to vol-approver
           set vol-pending to true
           write reg-volhours
               invalid key
                   move spaces to report-line
                   string "   ALREADY ON FILE " vsg-login
                       delimited by size into report-line
                   end-string
                   write report-line
                   exit paragraph
           end-write
           add 1 to wraisedcount
           move spaces to report-line
           string "   HOURS RAISED " vsg-login(1:40) " "
                  whours-display " PENDING APPROVAL"
               delimited by size into report-line
           end-string
           write report-line.
