       identification division.
       program-id. bookings-remind.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "bookings.sel".
           copy "bookrates.sel".
           copy "resources.sel".
           copy "lessons.sel".
           copy "events.sel".
           copy "eventreg.sel".
           copy "remindlog.sel".
           select report-out assign to "bookings-remind.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "members.cpy".
           copy "bookings.cpy".
           copy "bookrates.cpy".
           copy "resources.cpy".
           copy "lessons.cpy".
           copy "events.cpy".
           copy "eventreg.cpy".
           copy "remindlog.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wb-fstatus        pic xx     value "00".
       01  wq-fstatus        pic xx     value "00".
       01  wlogin            pic x(60) value spaces.
       01  wfor-in           pic x(08) value spaces.
       01  wdatecheck        pic 9(08) value zeros.
       01  wfor-date         pic x(08) value spaces.
       01  wfor-int          pic s9(09) comp.
       01  wbookings-open    pic x(01) value "N".
       01  wbookrates-open   pic x(01) value "N".
       01  wresources-open   pic x(01) value "N".
       01  wlessons-open     pic x(01) value "N".
       01  wevents-open      pic x(01) value "N".
      *> Tomorrow's booked lessons, so the court and coach-diary
      *> rows they hold are not reminded a second time as bookings.
       78  wmax-lessons      value 200.
       01  wles-count        pic 9(03) value zeros.
       01  wles-table.
           02 wles-entry occurs 200 times.
               03 wles-login  pic x(60).
               03 wles-slot   pic 9(02).
               03 wles-court  pic 9(04).
               03 wles-coach  pic 9(04).
       01  wles-idx          pic 9(03) value zeros.
       01  wlesson-row       pic x(01) value "N".
      *> Consecutive slots one member holds on one resource make a
      *> single visit and a single reminder.
       01  wgrp-open         pic x(01) value "N".
       01  wgrp-resource     pic 9(04) value zeros.
       01  wgrp-login        pic x(60) value spaces.
       01  wgrp-first        pic 9(02) value zeros.
       01  wgrp-last         pic 9(02) value zeros.
       01  wnotice-n         pic 9(03) value zeros.
       01  whour-int         pic s9(09) comp.
       01  wdl-day-int       pic s9(09) comp.
       01  wdl-hh            pic 9(02) value zeros.
       01  wdl-date          pic x(08) value spaces.
       01  wdl-time          pic x(04) value spaces.
       01  wstart-time       pic x(04) value spaces.
       01  wend-time         pic x(04) value spaces.
       01  wend-hh           pic 9(02) value zeros.
       01  wwhat             pic x(40) value spaces.
       01  wcoach-name       pic x(40) value spaces.
       01  wrem-login        pic x(60) value spaces.
       01  wrem-ok           pic x(01) value "N".
       01  wrem-kind         pic x(16) value spaces.
       01  wchannels         pic x(02) value spaces.
       01  wmail-id          pic x(12) value spaces.
       01  wsms-id           pic x(12) value spaces.
       01  wmailsubject      pic x(60) value spaces.
       01  wmailbody         pic x(200) value spaces.
       01  wfallsubject      pic x(60) value spaces.
       01  wfallbody         pic x(200) value spaces.
       01  wfallsms          pic x(160) value spaces.
       01  wsmsmessage       pic x(160) value spaces.
       01  wtpl-id           pic x(12) value spaces.
       01  wtpl-merge.
           02 wtpl-name      pic x(120).
           02 wtpl-amount    pic x(20).
           02 wtpl-duedate   pic x(08).
           02 wtpl-branch    pic x(03).
       01  wtpl-subject2     pic x(60) value spaces.
       01  wtpl-body2        pic x(200) value spaces.
       01  wbookingcount     pic 9(06) value zeros.
       01  wlessoncount      pic 9(06) value zeros.
       01  weventcount       pic 9(06) value zeros.
       01  wremindcount      pic 9(06) value zeros.
       01  wskipcount        pic 9(06) value zeros.
       01  wrl-job           pic x(30) value "BOOKINGS-REMIND".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       remind-main.
      *> Nightly: everyone with something on tomorrow (REMIND_DATE,
      *> CCYYMMDD, overrides the day) is reminded once through the
      *> template catalog and the outboxes -- a court or room
      *> booking (templates BKREMIND / BKREMINDS), a coaching lesson
      *> (LSREMIND / LSREMINDS) and an event sign-up (EVREMIND /
      *> EVREMINDS). {AMOUNT} carries the start time and the time to
      *> cancel by, {DUEDATE} the day to cancel by: for a booking
      *> the resource's refund notice before the first slot, for a
      *> lesson or an event the end of the day before. A booking in
      *> a weekly series is one row per week, so each week gets its
      *> own reminder the night before. CONTACT-PREF picks the
      *> channels; SENDMAIL and SENDSMS hold anything queued inside
      *> the quiet hours for the next delivery window. REMINDLOG
      *> keeps a rerun from sending anything twice.
           accept wfor-in from environment "REMIND_DATE"
           move zeros to wdatecheck
           if wfor-in is numeric
               move wfor-in to wdatecheck
           end-if
           if function test-date-yyyymmdd(wdatecheck) not = 0
               move function current-date(1:8) to wdatecheck
               compute wfor-int =
                   function integer-of-date(wdatecheck) + 1
           else
               compute wfor-int = function integer-of-date(wdatecheck)
           end-if
           move function date-of-integer(wfor-int) to wfor-date
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           open input members
           if fstatus not = zeros
               display "ERRO ABRINDO members: " fstatus
               stop run
           end-if
           open i-o remindlog
           if fstatus = "35"
               open output remindlog
               close remindlog
               open i-o remindlog
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO remindlog: " fstatus
               stop run
           end-if
           open input bookings
           if fstatus = zeros
               move "Y" to wbookings-open
           end-if
           open input bookrates
           if fstatus = zeros
               move "Y" to wbookrates-open
           end-if
           open input resources
           if fstatus = zeros
               move "Y" to wresources-open
           end-if
           open input lessons
           if fstatus = zeros
               move "Y" to wlessons-open
           end-if
           open input events
           if fstatus = zeros
               open input eventreg
               if fstatus = zeros
                   move "Y" to wevents-open
               else
                   close events
               end-if
           end-if
           move "00" to fstatus
           open output report-out
           move spaces to report-line
           string "DAY-BEFORE REMINDERS FOR " delimited by size
                  wfor-date delimited by size
               into report-line
           end-string
           write report-line
           if wlessons-open = "Y"
               perform remind-lessons
               close lessons
           end-if
           if wbookings-open = "Y"
               perform remind-bookings
               close bookings
           end-if
           if wevents-open = "Y"
               perform remind-events
               close eventreg
               close events
           end-if
           if wresources-open = "Y"
               close resources
           end-if
           if wbookrates-open = "Y"
               close bookrates
           end-if
           close remindlog
           close members
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "BOOKINGS: " wbookingcount delimited by size
                  "  LESSONS: " delimited by size
                  wlessoncount delimited by size
                  "  EVENT PLACES: " delimited by size
                  weventcount delimited by size
                  "  REMINDED: " delimited by size
                  wremindcount delimited by size
                  "  NOT SENT: " delimited by size
                  wskipcount delimited by size
               into report-line
           end-string
           write report-line
           close report-out
           display "REMINDERS FOR " wfor-date ": " wremindcount
               "  NOT SENT: " wskipcount
           move "OK   " to wrl-phase
           move wremindcount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       remind-lessons.
           move spaces to report-line
           write report-line
           move "LESSONS" to report-line
           write report-line
           move "00" to wq-fstatus
           move zeros to les-id
           start lessons key is not less than les-id
               invalid key move "10" to wq-fstatus
           end-start
           if wq-fstatus not = "10"
               read lessons next
                   at end move "10" to wq-fstatus
               end-read
           end-if
           perform until wq-fstatus = "10"
               if les-date = wfor-date and les-booked
                   add 1 to wlessoncount
                   if wles-count < wmax-lessons
                       add 1 to wles-count
                       move les-login to wles-login(wles-count)
                       move les-slot  to wles-slot(wles-count)
                       move les-court to wles-court(wles-count)
                       move les-coach-res to wles-coach(wles-count)
                   end-if
                   perform remind-lesson
               end-if
               read lessons next
                   at end move "10" to wq-fstatus
               end-read
           end-perform.
       remind-lesson.
           move les-instructor to login
           read members invalid key
               move les-instructor to wcoach-name
           not invalid key
               move name to wcoach-name
           end-read
           move les-court to res-id
           perform resource-name
           move les-slot to wdl-hh
           move spaces to wstart-time
           string wdl-hh "00" delimited by size into wstart-time
           end-string
           compute wdl-day-int = wfor-int - 1
           move function date-of-integer(wdl-day-int) to wdl-date
           move "2359" to wdl-time
           move les-login to wrem-login
           move "LESSON" to wrem-kind
           initialize reg-remindlog
           set rml-lesson to true
           move les-id to rml-ref
           perform check-member
           if wrem-ok = "N"
               exit paragraph
           end-if
           move "Your lesson tomorrow" to wfallsubject
           move spaces to wfallbody
           string "Dear " delimited by size
                  function trim(name) delimited by size
                  ", a reminder of your lesson with " delimited by size
                  function trim(wcoach-name) delimited by size
                  " on " delimited by size
                  wfor-date delimited by size
                  " at " delimited by size
                  wstart-time delimited by size
                  ", " delimited by size
                  function trim(wwhat) delimited by size
                  ". To cancel, do so by " delimited by size
                  wdl-date delimited by size
                  " " delimited by size
                  wdl-time delimited by size
                  " in My Account." delimited by size
               into wfallbody
           end-string
           move spaces to wfallsms
           string "Reminder: lesson " delimited by size
                  wfor-date delimited by size
                  " " delimited by size
                  wstart-time delimited by size
                  " with " delimited by size
                  function trim(wcoach-name) delimited by size
                  ". Cancel by " delimited by size
                  wdl-date delimited by size
                  " " delimited by size
                  wdl-time delimited by size
                  "." delimited by size
               into wfallsms
           end-string
           move "LSREMIND"  to wmail-id
           move "LSREMINDS" to wsms-id
           perform send-reminder.
       remind-bookings.
           move spaces to report-line
           write report-line
           move "BOOKINGS" to report-line
           write report-line
           move "N" to wgrp-open
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
               if bkg-date = wfor-date and bkg-active
                   perform take-booking-row
               end-if
               read bookings next
                   at end move "10" to wb-fstatus
               end-read
           end-perform
           if wgrp-open = "Y"
               perform remind-booking
           end-if.
       take-booking-row.
           move "N" to wlesson-row
           perform varying wles-idx from 1 by 1
                   until wles-idx > wles-count or wlesson-row = "Y"
               if wles-login(wles-idx) = bkg-login
                       and wles-slot(wles-idx) = bkg-slot
                       and (wles-court(wles-idx) = bkg-resource
                         or wles-coach(wles-idx) = bkg-resource)
                   move "Y" to wlesson-row
               end-if
           end-perform
           if wlesson-row = "Y"
               exit paragraph
           end-if
           if wgrp-open = "Y" and wgrp-resource = bkg-resource
                   and wgrp-login = bkg-login
                   and bkg-slot = wgrp-last + 1
               move bkg-slot to wgrp-last
               exit paragraph
           end-if
           if wgrp-open = "Y"
               perform remind-booking
           end-if
           move "Y" to wgrp-open
           move bkg-resource to wgrp-resource
           move bkg-login    to wgrp-login
           move bkg-slot     to wgrp-first
           move bkg-slot     to wgrp-last.
       remind-booking.
      *> The held run of slots in WGRP-*: cancel-by is the resource's
      *> refund notice back from the first slot (the slot itself
      *> when the resource has no notice).
           move "N" to wgrp-open
           add 1 to wbookingcount
           move wgrp-resource to res-id
           perform resource-name
           move zeros to wnotice-n
           if wbookrates-open = "Y"
               move wgrp-resource to brt-resource
               read bookrates invalid key
                   continue
               not invalid key
                   move brt-notice-hours to wnotice-n
               end-read
           end-if
           compute whour-int = wfor-int * 24 + wgrp-first - wnotice-n
           compute wdl-day-int = whour-int / 24
           compute wdl-hh = whour-int - wdl-day-int * 24
           move function date-of-integer(wdl-day-int) to wdl-date
           move spaces to wdl-time
           string wdl-hh "00" delimited by size into wdl-time
           end-string
           move spaces to wstart-time
           string wgrp-first "00" delimited by size into wstart-time
           end-string
           compute wend-hh = wgrp-last + 1
           move spaces to wend-time
           string wend-hh "00" delimited by size into wend-time
           end-string
           move wgrp-login to wrem-login
           move "BOOKING" to wrem-kind
           initialize reg-remindlog
           set rml-booking to true
           move spaces to rml-ref
           string wgrp-resource delimited by size
                  wfor-date delimited by size
                  wgrp-first delimited by size
                  wgrp-login delimited by size
               into rml-ref
           end-string
           perform check-member
           if wrem-ok = "N"
               exit paragraph
           end-if
           move "Your booking tomorrow" to wfallsubject
           move spaces to wfallbody
           string "Dear " delimited by size
                  function trim(name) delimited by size
                  ", a reminder that you have " delimited by size
                  function trim(wwhat) delimited by size
                  " booked on " delimited by size
                  wfor-date delimited by size
                  " from " delimited by size
                  wstart-time delimited by size
                  " to " delimited by size
                  wend-time delimited by size
                  ". If you cannot come, please cancel in My Account"
                      delimited by size
                  " by " delimited by size
                  wdl-date delimited by size
                  " " delimited by size
                  wdl-time delimited by size
                  "." delimited by size
               into wfallbody
           end-string
           move spaces to wfallsms
           string "Reminder: " delimited by size
                  function trim(wwhat) delimited by size
                  " " delimited by size
                  wfor-date delimited by size
                  " " delimited by size
                  wstart-time delimited by size
                  "-" delimited by size
                  wend-time delimited by size
                  ". Cancel by " delimited by size
                  wdl-date delimited by size
                  " " delimited by size
                  wdl-time delimited by size
                  "." delimited by size
               into wfallsms
           end-string
           move "BKREMIND"  to wmail-id
           move "BKREMINDS" to wsms-id
           perform send-reminder.
       remind-events.
           move spaces to report-line
           write report-line
           move "EVENTS" to report-line
           write report-line
           move "00" to wq-fstatus
           move zeros to evt-id
           start events key is not less than evt-id
               invalid key move "10" to wq-fstatus
           end-start
           if wq-fstatus not = "10"
               read events next
                   at end move "10" to wq-fstatus
               end-read
           end-if
           perform until wq-fstatus = "10"
               if evt-date = wfor-date and not evt-cancelled
                   perform remind-event
               end-if
               read events next
                   at end move "10" to wq-fstatus
               end-read
           end-perform.
       remind-event.
           move evt-name to wwhat
           compute wdl-day-int = wfor-int - 1
           move function date-of-integer(wdl-day-int) to wdl-date
           move "2359" to wdl-time
           move "00" to wb-fstatus
           move evt-id     to evr-event
           move low-values to evr-login
           start eventreg key is not less than evr-key
               invalid key move "10" to wb-fstatus
           end-start
           if wb-fstatus not = "10"
               read eventreg next
                   at end move "10" to wb-fstatus
               end-read
           end-if
           perform until wb-fstatus = "10" or evr-event not = evt-id
               add 1 to weventcount
               perform remind-event-place
               read eventreg next
                   at end move "10" to wb-fstatus
               end-read
           end-perform.
       remind-event-place.
           move evr-login to wrem-login
           move "EVENT" to wrem-kind
           move spaces to wstart-time
           initialize reg-remindlog
           set rml-event to true
           move spaces to rml-ref
           string evt-id delimited by size
                  evr-login delimited by size
               into rml-ref
           end-string
           perform check-member
           if wrem-ok = "N"
               exit paragraph
           end-if
           move "Your event tomorrow" to wfallsubject
           move spaces to wfallbody
           string "Dear " delimited by size
                  function trim(name) delimited by size
                  ", a reminder that you have a place at "
                      delimited by size
                  function trim(evt-name) delimited by size
                  " on " delimited by size
                  wfor-date delimited by size
                  ". If you cannot come, please cancel in My Account"
                      delimited by size
                  " by " delimited by size
                  wdl-date delimited by size
                  " " delimited by size
                  wdl-time delimited by size
                  " so the place can go to the waiting list."
                      delimited by size
               into wfallbody
           end-string
           move spaces to wfallsms
           string "Reminder: " delimited by size
                  function trim(evt-name) delimited by size
                  " " delimited by size
                  wfor-date delimited by size
                  ". Cancel by " delimited by size
                  wdl-date delimited by size
                  " " delimited by size
                  wdl-time delimited by size
                  "." delimited by size
               into wfallsms
           end-string
           move "EVREMIND"  to wmail-id
           move "EVREMINDS" to wsms-id
           perform send-reminder.
       resource-name.
      *> RES-ID set by the caller; WWHAT comes back its name.
           move spaces to wwhat
           if wresources-open = "Y"
               read resources invalid key
                   continue
               not invalid key
                   move res-name to wwhat
               end-read
           end-if
           if wwhat = spaces
               string "RESOURCE " delimited by size
                      res-id delimited by size
                   into wwhat
               end-string
           end-if.
       check-member.
      *> WREM-LOGIN is the member and RML-KEY the item. WREM-OK comes
      *> back "N" (and the line reported) for a login that is no
      *> member -- competition, course and hire blocks hold these
      *> -- and for an item already reminded.
           move "N" to wrem-ok
           read remindlog invalid key
               continue
           not invalid key
               add 1 to wskipcount
               move "ALREADY REMINDED" to wrem-kind
               perform report-reminder
               exit paragraph
           end-read
           move wrem-login to login
           read members invalid key
               exit paragraph
           end-read
           move "Y" to wrem-ok.
       send-reminder.
      *> Member record current, merge and fallback texts built, and
      *> WMAIL-ID / WSMS-ID naming the catalog templates.
           move name        to wtpl-name
           move spaces      to wtpl-amount
           if wstart-time = spaces
               string "CANCEL BY " delimited by size
                      wdl-time delimited by size
                   into wtpl-amount
               end-string
           else
               string wstart-time delimited by size
                      " CANCEL BY " delimited by size
                      wdl-time delimited by size
                   into wtpl-amount
               end-string
           end-if
           move wdl-date    to wtpl-duedate
           move branch-code to wtpl-branch
           move spaces to wchannels
           move login to wlogin
           set environment "MSG_LOGIN" to wlogin
           if email not = spaces
                   and (contact-both or contact-email-only)
               move wmail-id to wtpl-id
               call "rendertpl" using wtpl-id wtpl-merge
                   wmailsubject wmailbody
               if wmailbody(1:12) = wtpl-id
                   move wfallsubject to wmailsubject
                   move wfallbody    to wmailbody
               end-if
               call "sendmail" using email wmailsubject wmailbody
               move "E" to wchannels(1:1)
           end-if
           if phone not = spaces
                   and (contact-both or contact-sms-only)
               move wsms-id to wtpl-id
               call "rendertpl" using wtpl-id wtpl-merge
                   wtpl-subject2 wtpl-body2
               if wtpl-body2(1:12) = wtpl-id
                   move wfallsms to wsmsmessage
               else
                   move wtpl-body2 to wsmsmessage
               end-if
               call "sendsms" using phone wsmsmessage
               move "S" to wchannels(2:1)
           end-if
           if wchannels = spaces
               add 1 to wskipcount
               move "NO CONTACT" to wrem-kind
               perform report-reminder
               exit paragraph
           end-if
           add 1 to wremindcount
           move login     to rml-login
           move wfor-date to rml-for-date
           move function current-date(1:14) to rml-sent
           move wchannels to rml-channels
           write reg-remindlog invalid key
               continue
           end-write
           perform report-reminder.
       report-reminder.
           move spaces to report-line
           move wrem-kind  to report-line(4:16)
           move wrem-login to report-line(21:40)
           move wwhat      to report-line(63:30)
           move wstart-time to report-line(94:4)
           string "CANCEL BY " delimited by size
                  wdl-date delimited by size
                  " " delimited by size
                  wdl-time delimited by size
               into report-line(99:24)
           end-string
           if wchannels not = spaces and wrem-ok = "Y"
               move wchannels to report-line(125:2)
           end-if
           write report-line.
