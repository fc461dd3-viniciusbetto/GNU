       identification division.
       program-id. loyalty-earn.
       environment division.
       input-output section.
       file-control.
           copy "members.sel".
           copy "payments.sel".
           copy "events.sel".
           copy "eventreg.sel".
           copy "volhours.sel".
           copy "points.sel".
           select visits-in assign to "visits.dat"
               organization is line sequential
               file status is wi-fstatus.
           select sort-work assign to "sortwork.tmp"
               organization is sequential.
           select report-out assign to "loyalty-earn.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "members.cpy".
           copy "payments.cpy".
           copy "events.cpy".
           copy "eventreg.cpy".
           copy "volhours.cpy".
           copy "points.cpy".
       fd  visits-in.
       01  visit-line.
           02 vis-timestamp  pic x(14).
           02 filler         pic x(01).
           02 vis-member-id  pic 9(09).
           02 filler         pic x(01).
           02 vis-login      pic x(60).
           02 filler         pic x(01).
           02 vis-dir        pic x(01).
       sd  sort-work.
       01  sort-rec.
           02 sort-login     pic x(60).
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wi-fstatus        pic xx     value "00".
       01  wr-fstatus        pic xx     value "00".
       01  wv-fstatus        pic xx     value "00".
       01  we-fstatus        pic xx     value "00".
       01  wg-fstatus        pic xx     value "00".
       01  wenv-date         pic x(08) value spaces.
       01  wearn-date        pic x(08) value spaces.
       01  wearn-int         pic s9(09) comp.
       01  wwindow-from      pic 9(08) value zeros.
       78  wlookback-days    value 30.
       01  wcur-login        pic x(60) value spaces.
       01  wvisit-count      pic 9(05) value zeros.
       01  wtab-spend        pic 9(09)v99 value zeros.
       01  wearn-seq         pic x(14) value spaces.
       01  wearn-source      pic x(02) value spaces.
       01  wearn-points      pic 9(07) value zeros.
       01  wearn-on          pic x(08) value spaces.
       01  wearn-ref         pic x(20) value spaces.
       01  wevent-id         pic 9(09) value zeros.
       01  wevent-date       pic x(08) value spaces.
       01  wvisit-rows       pic 9(06) value zeros.
       01  wtab-rows         pic 9(06) value zeros.
       01  wevent-rows       pic 9(06) value zeros.
       01  wshift-rows       pic 9(06) value zeros.
       01  wdup-rows         pic 9(06) value zeros.
       01  winactive-rows    pic 9(06) value zeros.
       01  wtotal-points     pic 9(09) value zeros.
       01  wrl-job           pic x(30) value "LOYALTY-EARN".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       earn-main.
      *> Nightly: posts the points members earned on one day to the
      *> POINTS ledger -- per kiosk check-in (capped per day), per
      *> whole unit of tab charged, and per event attended or
      *> volunteer shift signed off. Rates are the WPTS- constants in
      *> wk-general. Only active members earn. Every earning row is
      *> keyed by what it was earned for (V/T + the day, E + the
      *> event, S + the shift), so a rerun for the same day writes
      *> nothing twice. Attendance and shift sign-off are often
      *> recorded days late, so events and shifts of the last 30
      *> days are looked at on every run. LOYALTY_DATE (CCYYMMDD)
      *> overrides the default of today.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           accept wenv-date from environment "LOYALTY_DATE"
           if wenv-date not = spaces
               move wenv-date to wearn-date
           else
               move function current-date(1:8) to wearn-date
           end-if
           compute wearn-int =
               function integer-of-date(function numval(wearn-date))
           compute wwindow-from =
               function date-of-integer(wearn-int - wlookback-days)
           open input members
           if fstatus not = zeros
               display "ERRO ABRINDO members: " fstatus
               move 8 to return-code
               stop run
           end-if
           open i-o points
           if fstatus = "35"
               open output points
               close points
               open i-o points
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO points: " fstatus
               move 8 to return-code
               stop run
           end-if
      *> Check-ins come through the sort in login order so each
      *> member's visits for the day are counted together.
           sort sort-work on ascending key sort-login
               input procedure is release-visits
               output procedure is earn-visits
           perform earn-tab
           perform earn-events
           perform earn-shifts
           close members
           close points
           open output report-out
           move spaces to report-line
           string "LOYALTY POINTS EARNED ON " wearn-date
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "VISIT DAYS: " wvisit-rows
                  "  TAB DAYS: " wtab-rows
                  "  EVENTS: " wevent-rows
                  "  SHIFTS: " wshift-rows
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "POINTS POSTED: " wtotal-points
                  "  ALREADY POSTED: " wdup-rows
                  "  NOT ACTIVE: " winactive-rows
               delimited by size into report-line
           end-string
           write report-line
           close report-out
           display "LOYALTY-EARN: " wearn-date " " wtotal-points
               " POINTS, " wdup-rows " ALREADY POSTED"
           move "OK   " to wrl-phase
           compute wrl-count = wvisit-rows + wtab-rows + wevent-rows
               + wshift-rows
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       release-visits.
      *> Check-ins only -- a check-out row is the other half of the
      *> same visit.
           open input visits-in
           if wi-fstatus not = zeros
               exit paragraph
           end-if
           read visits-in next record
               at end move "10" to wi-fstatus
           end-read
           perform until wi-fstatus = "10"
               if vis-dir not = "O" and vis-login not = spaces
                       and vis-timestamp(1:8) = wearn-date
                   move vis-login to sort-login
                   release sort-rec
               end-if
               read visits-in next record
                   at end move "10" to wi-fstatus
               end-read
           end-perform
           close visits-in.
       earn-visits.
           move "00" to wv-fstatus
           return sort-work
               at end move "10" to wv-fstatus
           end-return
           perform until wv-fstatus = "10"
               move sort-login to wcur-login
               move zeros to wvisit-count
               perform until wv-fstatus = "10"
                       or sort-login not = wcur-login
                   add 1 to wvisit-count
                   return sort-work
                       at end move "10" to wv-fstatus
                   end-return
               end-perform
               compute wearn-points = wvisit-count * wpts-visit-points
               if wearn-points > wpts-visit-day-cap
                   move wpts-visit-day-cap to wearn-points
               end-if
               move spaces to wearn-seq
               string "V" wearn-date "00000"
                   delimited by size into wearn-seq
               end-string
               move "VI" to wearn-source
               move wearn-date to wearn-on
               move spaces to wearn-ref
               string wvisit-count " CHECK-INS"
                   delimited by size into wearn-ref
               end-string
               perform post-earning
               add 1 to wvisit-rows
           end-perform.
       earn-tab.
      *> The day's tab charges, not reversed. PAYMENTS comes in
      *> login order, so each member's charges are summed together.
           open input payments
           if fstatus not = zeros
               exit paragraph
           end-if
           move spaces to wcur-login
           move zeros to wtab-spend
           move "00" to we-fstatus
           read payments next
               at end move "10" to we-fstatus
           end-read
           perform until we-fstatus = "10"
               if pay-kind-tab
                       and pay-seq(1:8) = wearn-date
                       and pay-reversed not = "Y"
                   if pay-login not = wcur-login
                       perform earn-tab-member
                       move pay-login to wcur-login
                   end-if
                   add pay-amount to wtab-spend
               end-if
               read payments next
                   at end move "10" to we-fstatus
               end-read
           end-perform
           perform earn-tab-member
           close payments.
       earn-tab-member.
           if wcur-login = spaces or wtab-spend = zeros
               move zeros to wtab-spend
               exit paragraph
           end-if
           compute wearn-points = wtab-spend * wpts-tab-per-unit
           move zeros to wtab-spend
           if wearn-points = zeros
               exit paragraph
           end-if
           move spaces to wearn-seq
           string "T" wearn-date "00000"
               delimited by size into wearn-seq
           end-string
           move "TB" to wearn-source
           move wearn-date to wearn-on
           move "TAB SPEND" to wearn-ref
           perform post-earning
           add 1 to wtab-rows.
       earn-events.
      *> Attendance is marked on the event list after the day; any
      *> event of the last 30 days that went ahead is looked at.
           open input events
           if fstatus not = zeros
               exit paragraph
           end-if
           open input eventreg
           if fstatus not = zeros
               close events
               exit paragraph
           end-if
           move "00" to we-fstatus
           move zeros to evt-id
           start events key is not less than evt-id
               invalid key move "10" to we-fstatus
           end-start
           if we-fstatus not = "10"
               read events next
                   at end move "10" to we-fstatus
               end-read
           end-if
           perform until we-fstatus = "10"
               if not evt-cancelled
                       and evt-date >= wwindow-from
                       and evt-date <= wearn-date
                   perform earn-event-attendees
               end-if
               read events next
                   at end move "10" to we-fstatus
               end-read
           end-perform
           close eventreg
           close events.
       earn-event-attendees.
           move evt-id   to wevent-id
           move evt-date to wevent-date
           move "00" to wg-fstatus
           move low-values to evr-key
           move wevent-id to evr-event
           start eventreg key is not less than evr-key
               invalid key move "10" to wg-fstatus
           end-start
           if wg-fstatus not = "10"
               read eventreg next
                   at end move "10" to wg-fstatus
               end-read
           end-if
           perform until wg-fstatus = "10" or evr-event not = wevent-id
               if evr-did-attend
                   move evr-login to wcur-login
                   move spaces to wearn-seq
                   string "E" wevent-id "0000"
                       delimited by size into wearn-seq
                   end-string
                   move "EV" to wearn-source
                   move wpts-event-points to wearn-points
                   move wevent-date to wearn-on
                   move spaces to wearn-ref
                   string "EVENT " wevent-id
                       delimited by size into wearn-ref
                   end-string
                   perform post-earning
                   add 1 to wevent-rows
               end-if
               read eventreg next
                   at end move "10" to wg-fstatus
               end-read
           end-perform.
       earn-shifts.
      *> Hours the volunteer coordinator approved (or already turned
      *> into dues credit) for a shift of the last 30 days.
           open input volhours
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to we-fstatus
           read volhours next
               at end move "10" to we-fstatus
           end-read
           perform until we-fstatus = "10"
               if (vol-approved or vol-credited)
                       and vol-date >= wwindow-from
                       and vol-date <= wearn-date
                   move vol-login to wcur-login
                   move spaces to wearn-seq
                   string "S" vol-seq(2:13)
                       delimited by size into wearn-seq
                   end-string
                   move "VS" to wearn-source
                   move wpts-shift-points to wearn-points
                   move vol-date to wearn-on
                   move vol-activity(1:20) to wearn-ref
                   perform post-earning
                   add 1 to wshift-rows
               end-if
               read volhours next
                   at end move "10" to we-fstatus
               end-read
           end-perform
           close volhours.
       post-earning.
      *> One earning row for WCUR-LOGIN; a row already on the ledger
      *> under the same key was posted by an earlier run.
           move wcur-login to login
           read members
               invalid key
                   add 1 to winactive-rows
                   exit paragraph
           end-read
           if not member-active
               add 1 to winactive-rows
               exit paragraph
           end-if
           initialize reg-points
           move wcur-login   to pts-login
           move wearn-seq    to pts-seq
           move "E"          to pts-kind
           move wearn-source to pts-source
           move wearn-points to pts-points
           move wearn-on     to pts-date
           move wearn-ref    to pts-ref
           move function current-date(1:14) to pts-posted
           move wrl-job      to pts-operator
           write reg-points
               invalid key
                   add 1 to wdup-rows
               not invalid key
                   add wearn-points to wtotal-points
           end-write.
