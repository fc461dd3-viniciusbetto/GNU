       identification division.
       program-id. ical-feeds.
       environment division.
       input-output section.
       file-control.
           copy "members.sel".
           copy "bookings.sel".
           copy "lessons.sel".
           copy "eventreg.sel".
           copy "events.sel".
           copy "resources.sel".
           select ics-out assign to wics-name
               organization is line sequential
               file status is wc-fstatus.
           select sort-work assign to "sortwork.tmp"
               organization is sequential.
           select report-out assign to "ical-feeds.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "members.cpy".
           copy "bookings.cpy".
           copy "lessons.cpy".
           copy "eventreg.cpy".
           copy "events.cpy".
           copy "resources.cpy".
       fd  ics-out.
       01  ics-line         pic x(80).
       sd  sort-work.
       01  sort-rec.
           02 sort-login     pic x(60).
           02 sort-date      pic x(08).
           02 sort-slot      pic 9(02).
      *> 0 starts the member's feed, 1 lesson, 2 booking, 3 event.
           02 sort-kind      pic x(01).
           02 sort-uid       pic x(40).
           02 sort-summary   pic x(120).
           02 sort-cancel    pic x(01).
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wc-fstatus        pic xx     value "00".
       01  wk-fstatus        pic xx     value "00".
       78  wpast-days-default value 30.
       01  wenv              pic x(04) value spaces.
       01  wpast-days        pic 9(03) value zeros.
       01  wdomain           pic x(60) value spaces.
       01  wtzid             pic x(40) value spaces.
       01  wclubname         pic x(40) value spaces.
       01  wtoday-int        pic s9(09) comp.
       01  wfrom-int         pic s9(09) comp.
       01  wday-int          pic s9(09) comp.
       01  wfrom             pic x(08) value spaces.
       01  wstamp            pic x(16) value spaces.
       01  wics-name         pic x(60) value spaces.
       01  wics-open         pic x(01) value "N".
       01  wics-text         pic x(400) value spaces.
       01  wics-len          pic 9(04) value zeros.
       01  wics-pos          pic 9(04) value zeros.
       01  wics-chunk        pic 9(04) value zeros.
       01  wcal-name         pic x(80) value spaces.
       01  wesc-in           pic x(120) value spaces.
       01  wesc-out          pic x(250) value spaces.
       01  wesc-i            pic 9(04) value zeros.
       01  wesc-len          pic 9(04) value zeros.
       01  wesc-c            pic x(01) value spaces.
      *> The event being written.
       01  wv-uid            pic x(40) value spaces.
       01  wv-date           pic x(08) value spaces.
       01  wv-slot           pic 9(02) value zeros.
       01  wv-end-slot       pic 9(02) value zeros.
       01  wv-allday         pic x(01) value "N".
       01  wv-summary        pic x(120) value spaces.
       01  wv-cancel         pic x(01) value "N".
       01  wv-end-date       pic 9(08) value zeros.
       01  wprev-login       pic x(60) value spaces.
       01  wles-date         pic x(08) value spaces.
       01  wles-slot         pic 9(02) value zeros.
       01  wres-name         pic x(40) value spaces.
       01  wcoach-name       pic x(120) value spaces.
       01  wsave-resource    pic 9(04) value zeros.
       01  wmemberfeeds      pic 9(06) value zeros.
       01  wresfeeds         pic 9(04) value zeros.
       01  wentries          pic 9(07) value zeros.
       01  wcancels          pic 9(07) value zeros.
       01  wevententries     pic 9(05) value zeros.
       01  wrl-job           pic x(30) value "ICAL-FEEDS".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       ical-main.
      *> Nightly iCalendar feeds for phone and desktop calendars:
      *>   ical-m-<digest>.ics per member -- their bookings, lesson
      *>     slots and event registrations; the name is the salted
      *>     digest MY ACCOUNT shows them (see ical-feedname.cpy),
      *>     so a feed cannot be found by guessing a login;
      *>   ical-r-<resource>.ics per resource -- every slot booked;
      *>   ical-events.ics -- the club's events, for everyone.
      *> Everything from CAL_PAST_DAYS (30) ago onward is written.
      *> A cancelled booking, lesson or event is written with
      *> STATUS:CANCELLED under the same UID, so calendars that
      *> already hold it drop it. Times are club local time (or
      *> tagged with CAL_TZID when set); UIDs end in CAL_DOMAIN.
           move wpast-days-default to wpast-days
           accept wenv from environment "CAL_PAST_DAYS"
           if wenv is numeric and wenv > zeros
               move wenv to wpast-days
           end-if
           accept wdomain from environment "CAL_DOMAIN"
           if wdomain = spaces
               move "club.local" to wdomain
           end-if
           accept wtzid from environment "CAL_TZID"
           accept wclubname from environment "CAL_CLUB_NAME"
           if wclubname = spaces
               move "Club" to wclubname
           end-if
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           compute wtoday-int = function integer-of-date(
               function numval(function current-date(1:8)))
           compute wfrom-int = wtoday-int - wpast-days
           move function date-of-integer(wfrom-int) to wfrom
           move spaces to wstamp
           string function current-date(1:8) delimited by size
                  "T" delimited by size
                  function current-date(9:6) delimited by size
               into wstamp
           end-string
           open input members
           if fstatus not = zeros
               display "ERRO ABRINDO members: " fstatus
               move 8 to return-code
               stop run
           end-if
           open input resources
           if fstatus not = zeros
               display "ERRO ABRINDO resources: " fstatus
               move 8 to return-code
               stop run
           end-if
           open input bookings
           if fstatus = "35"
               open output bookings
               close bookings
               open input bookings
           end-if
           open input events
           if fstatus = "35"
               open output events
               close events
               open input events
           end-if
           open output report-out
           move spaces to report-line
           string "CALENDAR FEEDS " function current-date(1:8)
                      delimited by size
                  "  FROM " delimited by size
                  wfrom delimited by size
               into report-line
           end-string
           write report-line
           sort sort-work
               on ascending key sort-login sort-date sort-slot
                   sort-kind
               input procedure is load-member-items
               output procedure is write-member-feeds
           perform write-resource-feeds
           perform write-events-feed
           close events
           close bookings
           close resources
           close members
           move spaces to report-line
           string "MEMBER FEEDS: " wmemberfeeds delimited by size
                  "  RESOURCE FEEDS: " delimited by size
                  wresfeeds delimited by size
                  "  CLUB EVENTS: " delimited by size
                  wevententries delimited by size
               into report-line
           end-string
           write report-line
           move spaces to report-line
           string "ENTRIES WRITTEN: " wentries delimited by size
                  "  AS CANCELLATIONS: " delimited by size
                  wcancels delimited by size
               into report-line
           end-string
           write report-line
           close report-out
           display "CALENDAR FEEDS: " wmemberfeeds " MEMBER, "
               wresfeeds " RESOURCE, " wentries " ENTRIES"
           move "OK   " to wrl-phase
           move wentries to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
      *>--------------------------------------------------------------
      *> Member feeds: every member gets one, so a member whose last
      *> item has aged out gets an empty calendar, not a stale one.
      *>--------------------------------------------------------------
       load-member-items.
           move low-values to login
           start members key is not less than login
               invalid key move "10" to fstatus
           end-start
           if fstatus not = "10"
               read members next
                   at end move "10" to fstatus
               end-read
           end-if
           perform until fstatus = "10"
               if merged-into = spaces
                   move spaces to sort-rec
                   move login to sort-login
                   move low-values to sort-date
                   move zeros to sort-slot
                   move "0" to sort-kind
                   release sort-rec
               end-if
               read members next
                   at end move "10" to fstatus
               end-read
           end-perform
           perform load-booking-items
           perform load-lesson-items
           perform load-event-items.
       load-booking-items.
           move "00" to wk-fstatus
           move low-values to bkg-key
           start bookings key is not less than bkg-key
               invalid key move "10" to wk-fstatus
           end-start
           if wk-fstatus not = "10"
               read bookings next
                   at end move "10" to wk-fstatus
               end-read
           end-if
           perform until wk-fstatus = "10"
               if bkg-date >= wfrom and bkg-login not = spaces
                   perform look-up-resource
                   move spaces to sort-rec
                   move bkg-login to sort-login
                   move bkg-date to sort-date
                   move bkg-slot to sort-slot
                   move "2" to sort-kind
                   string "bkg-" bkg-resource "-" bkg-date "-"
                          bkg-slot
                       delimited by size into sort-uid
                   end-string
                   move wres-name to sort-summary
                   move "N" to sort-cancel
                   if bkg-cancelled
                       move "Y" to sort-cancel
                   end-if
                   release sort-rec
               end-if
               read bookings next
                   at end move "10" to wk-fstatus
               end-read
           end-perform.
       load-lesson-items.
           open input lessons
           if fstatus not = zeros
               exit paragraph
           end-if
           read lessons next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if les-date >= wfrom
                   move les-court to bkg-resource
                   perform look-up-resource
                   move les-instructor to login
                   read members invalid key
                       move les-instructor to name
                   end-read
                   move name to wcoach-name
                   move spaces to sort-rec
                   move les-login to sort-login
                   move les-date to sort-date
                   move les-slot to sort-slot
                   move "1" to sort-kind
                   string "les-" les-id delimited by size
                       into sort-uid
                   end-string
                   string "Lesson with " delimited by size
                          function trim(wcoach-name) delimited by size
                          " - " delimited by size
                          function trim(wres-name) delimited by size
                       into sort-summary
                   end-string
                   move "N" to sort-cancel
                   if les-cancelled
                       move "Y" to sort-cancel
                   end-if
                   release sort-rec
               end-if
               read lessons next
                   at end move "10" to fstatus
               end-read
           end-perform
           close lessons.
       load-event-items.
           open input eventreg
           if fstatus not = zeros
               exit paragraph
           end-if
           read eventreg next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               move evr-event to evt-id
               read events invalid key
                   move spaces to evt-date
               end-read
               if evt-date not = spaces and evt-date >= wfrom
                   move spaces to sort-rec
                   move evr-login to sort-login
                   move evt-date to sort-date
                   move zeros to sort-slot
                   move "3" to sort-kind
                   string "evt-" evt-id delimited by size
                       into sort-uid
                   end-string
                   move evt-name to sort-summary
                   move "N" to sort-cancel
                   if evt-cancelled
                       move "Y" to sort-cancel
                   end-if
                   release sort-rec
               end-if
               read eventreg next
                   at end move "10" to fstatus
               end-read
           end-perform
           close eventreg.
       look-up-resource.
           move bkg-resource to res-id
           read resources invalid key
               move spaces to res-name
               string "Resource " bkg-resource
                   delimited by size into res-name
               end-string
           end-read
           move res-name to wres-name.
       write-member-feeds.
           move spaces to wprev-login
           return sort-work
               at end move "10" to fstatus
           end-return
           perform until fstatus = "10"
               if sort-login not = wprev-login
                   perform close-feed
                   move sort-login to wprev-login
                   move spaces to wles-date
                   move zeros to wles-slot
                   move sort-login to wical-text
                   perform compute-ical-feedname
                   move wical-feed to wics-name
                   move spaces to wcal-name
                   string function trim(wclubname) delimited by size
                          " - my bookings" delimited by size
                       into wcal-name
                   end-string
                   perform open-feed
                   add 1 to wmemberfeeds
               end-if
               evaluate sort-kind
                   when "1"
      *> The lesson stands for the court and coach slots it holds.
                       move sort-date to wles-date
                       move sort-slot to wles-slot
                       perform write-sorted-item
                   when "2"
                       if sort-date not = wles-date
                               or sort-slot not = wles-slot
                           perform write-sorted-item
                       end-if
                   when "3"
                       perform write-sorted-item
               end-evaluate
               return sort-work
                   at end move "10" to fstatus
               end-return
           end-perform
           perform close-feed.
       write-sorted-item.
           move sort-uid to wv-uid
           move sort-date to wv-date
           move sort-slot to wv-slot
           move sort-summary to wv-summary
           move sort-cancel to wv-cancel
           move "N" to wv-allday
           if sort-kind = "3"
               move "Y" to wv-allday
           end-if
           perform write-vevent.
      *>--------------------------------------------------------------
      *> Resource feeds: each resource's bookings, without names.
      *>--------------------------------------------------------------
       write-resource-feeds.
           move zeros to res-id
           start resources key is not less than res-id
               invalid key move "10" to fstatus
           end-start
           if fstatus not = "10"
               read resources next
                   at end move "10" to fstatus
               end-read
           end-if
           perform until fstatus = "10"
               perform write-one-resource
               read resources next
                   at end move "10" to fstatus
               end-read
           end-perform.
       write-one-resource.
           move spaces to wics-name
           string "ical-r-" res-id ".ics" delimited by size
               into wics-name
           end-string
           move spaces to wcal-name
           string function trim(wclubname) delimited by size
                  " - " delimited by size
                  function trim(res-name) delimited by size
               into wcal-name
           end-string
           perform open-feed
           add 1 to wresfeeds
           move res-id to wsave-resource
           move "00" to wk-fstatus
           move res-id to bkg-resource
           move wfrom to bkg-date
           move zeros to bkg-slot
           start bookings key is not less than bkg-key
               invalid key move "10" to wk-fstatus
           end-start
           if wk-fstatus not = "10"
               read bookings next
                   at end move "10" to wk-fstatus
               end-read
           end-if
           perform until wk-fstatus = "10"
                   or bkg-resource not = wsave-resource
               move spaces to wv-uid
               string "bkg-" bkg-resource "-" bkg-date "-" bkg-slot
                   delimited by size into wv-uid
               end-string
               move bkg-date to wv-date
               move bkg-slot to wv-slot
               move "N" to wv-allday
               move "Booked" to wv-summary
               if bkg-series not = zeros
                   move "Booked (weekly)" to wv-summary
               end-if
               move "N" to wv-cancel
               if bkg-cancelled
                   move "Y" to wv-cancel
               end-if
               perform write-vevent
               read bookings next
                   at end move "10" to wk-fstatus
               end-read
           end-perform
           perform close-feed.
      *>--------------------------------------------------------------
      *> The club-wide events feed.
      *>--------------------------------------------------------------
       write-events-feed.
           move "ical-events.ics" to wics-name
           move spaces to wcal-name
           string function trim(wclubname) delimited by size
                  " - events" delimited by size
               into wcal-name
           end-string
           perform open-feed
           move zeros to evt-id
           start events key is not less than evt-id
               invalid key move "10" to fstatus
           end-start
           if fstatus not = "10"
               read events next
                   at end move "10" to fstatus
               end-read
           end-if
           perform until fstatus = "10"
               if evt-date >= wfrom
                   move spaces to wv-uid
                   string "evt-" evt-id delimited by size
                       into wv-uid
                   end-string
                   move evt-date to wv-date
                   move zeros to wv-slot
                   move "Y" to wv-allday
                   move evt-name to wv-summary
                   move "N" to wv-cancel
                   if evt-cancelled
                       move "Y" to wv-cancel
                   end-if
                   perform write-vevent
                   add 1 to wevententries
               end-if
               read events next
                   at end move "10" to fstatus
               end-read
           end-perform
           perform close-feed.
      *>--------------------------------------------------------------
      *> iCalendar writing: CRLF line ends, long lines folded.
      *>--------------------------------------------------------------
       open-feed.
           open output ics-out
           if wc-fstatus not = zeros
               display "ERRO ABRINDO " function trim(wics-name) ": "
                   wc-fstatus
               exit paragraph
           end-if
           move "Y" to wics-open
           move "BEGIN:VCALENDAR" to wics-text
           perform write-ics-line
           move "VERSION:2.0" to wics-text
           perform write-ics-line
           move spaces to wics-text
           string "PRODID:-//" delimited by size
                  function trim(wclubname) delimited by size
                  "//Members//EN" delimited by size
               into wics-text
           end-string
           perform write-ics-line
           move "CALSCALE:GREGORIAN" to wics-text
           perform write-ics-line
           move "METHOD:PUBLISH" to wics-text
           perform write-ics-line
           move wcal-name to wesc-in
           perform escape-text
           move spaces to wics-text
           string "X-WR-CALNAME:" delimited by size
                  wesc-out(1:wesc-len) delimited by size
               into wics-text
           end-string
           perform write-ics-line.
       close-feed.
           if wics-open = "N"
               exit paragraph
           end-if
           move "END:VCALENDAR" to wics-text
           perform write-ics-line
           close ics-out
           move "N" to wics-open.
       write-vevent.
           if wics-open = "N"
               exit paragraph
           end-if
           add 1 to wentries
           move "BEGIN:VEVENT" to wics-text
           perform write-ics-line
           move spaces to wics-text
           string "UID:" delimited by size
                  function trim(wv-uid) delimited by size
                  "@" delimited by size
                  function trim(wdomain) delimited by size
               into wics-text
           end-string
           perform write-ics-line
           move spaces to wics-text
           string "DTSTAMP:" wstamp delimited by size
               into wics-text
           end-string
           perform write-ics-line
           if wv-allday = "Y"
               compute wday-int = function integer-of-date(
                   function numval(wv-date)) + 1
               move function date-of-integer(wday-int)
                   to wv-end-date
               move spaces to wics-text
               string "DTSTART;VALUE=DATE:" wv-date
                   delimited by size into wics-text
               end-string
               perform write-ics-line
               move spaces to wics-text
               string "DTEND;VALUE=DATE:" wv-end-date
                   delimited by size into wics-text
               end-string
               perform write-ics-line
           else
               compute wv-end-slot = wv-slot + 1
               move spaces to wics-text
               if wtzid = spaces
                   string "DTSTART:" wv-date "T" wv-slot "0000"
                       delimited by size into wics-text
                   end-string
               else
                   string "DTSTART;TZID=" delimited by size
                          function trim(wtzid) delimited by size
                          ":" wv-date "T" wv-slot "0000"
                              delimited by size
                       into wics-text
                   end-string
               end-if
               perform write-ics-line
               move spaces to wics-text
               if wtzid = spaces
                   string "DTEND:" wv-date "T" wv-end-slot "0000"
                       delimited by size into wics-text
                   end-string
               else
                   string "DTEND;TZID=" delimited by size
                          function trim(wtzid) delimited by size
                          ":" wv-date "T" wv-end-slot "0000"
                              delimited by size
                       into wics-text
                   end-string
               end-if
               perform write-ics-line
           end-if
           move wv-summary to wesc-in
           perform escape-text
           move spaces to wics-text
           string "SUMMARY:" delimited by size
                  wesc-out(1:wesc-len) delimited by size
               into wics-text
           end-string
           perform write-ics-line
           if wv-cancel = "Y"
               add 1 to wcancels
               move "STATUS:CANCELLED" to wics-text
               perform write-ics-line
               move "SEQUENCE:1" to wics-text
               perform write-ics-line
           else
               move "STATUS:CONFIRMED" to wics-text
               perform write-ics-line
               move "SEQUENCE:0" to wics-text
               perform write-ics-line
           end-if
           move "END:VEVENT" to wics-text
           perform write-ics-line.
       escape-text.
      *> TEXT values escape backslash, comma and semicolon.
           move spaces to wesc-out
           move zeros to wesc-len
           move function length(function trim(wesc-in trailing))
               to wesc-i
           if wesc-in = spaces
               move 1 to wesc-len
               exit paragraph
           end-if
           move wesc-i to wics-chunk
           perform varying wesc-i from 1 by 1
                   until wesc-i > wics-chunk
               move wesc-in(wesc-i:1) to wesc-c
               if wesc-c = "\" or wesc-c = "," or wesc-c = ";"
                   add 1 to wesc-len
                   move "\" to wesc-out(wesc-len:1)
               end-if
               add 1 to wesc-len
               move wesc-c to wesc-out(wesc-len:1)
           end-perform.
       write-ics-line.
      *> Lines over 74 characters are folded: the rest follows on
      *> lines that begin with a space.
           move function length(function trim(wics-text trailing))
               to wics-len
           move 1 to wics-pos
           move 74 to wics-chunk
           perform until wics-pos > wics-len
               if wics-pos + wics-chunk - 1 > wics-len
                   compute wics-chunk = wics-len - wics-pos + 1
               end-if
               move spaces to ics-line
               if wics-pos = 1
                   string wics-text(wics-pos:wics-chunk)
                              delimited by size
                          x"0D" delimited by size
                       into ics-line
                   end-string
               else
                   string " " delimited by size
                          wics-text(wics-pos:wics-chunk)
                              delimited by size
                          x"0D" delimited by size
                       into ics-line
                   end-string
               end-if
               write ics-line
               add wics-chunk to wics-pos
               move 73 to wics-chunk
           end-perform
           move spaces to wics-text.
           copy "ical-feedname.cpy".
