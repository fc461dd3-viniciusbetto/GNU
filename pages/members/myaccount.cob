           copy "bookings.sel".
           copy "loans.sel".
           copy "volhours.sel".
           copy "volshift.sel".
           copy "volsign.sel".
           copy "comps.sel".
           copy "compfix.sel".
           copy "resources.sel".
           copy "defects.sel".
           copy "points.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "bookings.cpy".
       copy "loans.cpy".
       copy "volhours.cpy".
       copy "volshift.cpy".
       copy "volsign.cpy".
       copy "comps.cpy".
       copy "compfix.cpy".
       copy "resources.cpy".
       copy "defects.cpy".
       copy "points.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wbalance          pic s9(09)v99 value zeros.
       01  wamt-display      pic -zzzzzzz9,99.
       01  wbal-display      pic -zzzzzzz9,99.
       01  wpay-url          pic x(120) value spaces.
       01  wcal-url          pic x(120) value spaces.
       01  wpay-cents        pic 9(09) value zeros.
       01  wrowcount         pic 9(04) value zeros.
       01  wvoltotal         pic 9(05)v9 value zeros.
       01  wvol-display      pic zzzz9,9.
       01  wvolpending       pic 9(05)v9 value zeros.
       01  wpend-display     pic zzzz9,9.
       01  wv-fstatus        pic xx    value "00".
       01  wvolsigned        pic x(01) value "N".
       01  wopponent         pic x(60) value spaces.
       01  wmyscore          pic 9(02) value zeros.
       01  wtheirscore       pic 9(02) value zeros.
       01  woutcome          pic x(01) value spaces.
       01  wpts-kind-text    pic x(08) value spaces.
       01  wpts-worth        pic 9(07)v99 value zeros.
       01  wworth-display    pic zzzzzz9,99.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
      *> "My account" -- the half of the desk's phone day, retired.
      *> Everything the logged-in member owns, read-only, assembled
      *> from files that already exist: payments and balance,
      *> loyalty points, invoices, upcoming bookings, open loans,
      *> volunteer hours, competition results -- plus the two things
      *> a member does here: signing up for (or out of) a volunteer
      *> shift, and reporting a fault with a court or room.
      *> No login field: the session is the member.
           display
               "Content-type: text/html"
           display
               '<h3>My Account -- ' function trim(wsessionlogin)
               '</h3>'
               '<form name="vhform" method="post"'
               ' action="viewhistory.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="submit" value="Who Has Viewed My Record">'
               '</form>'
           end-display
           perform show-payments
           perform show-points
           perform show-invoices
           perform show-bookings
           perform show-calendar-feed
           perform show-loans
           perform show-volhours
           perform show-volshifts
           perform show-competitions
           perform show-defects
           copy "footer_html.cpy".
           stop run.
       show-payments.
               '<p>Entries: ' wrowcount
               '  Balance (positive = you owe): ' wbal-display
               '</p>'
           end-display
      *> What is owed can be paid online: the provider's hosted page
      *> (GATEWAY_PAY_URL) takes the login and the amount in cents,
      *> and its notification comes back through gateway_callback.
           accept wpay-url from environment "GATEWAY_PAY_URL"
           if wbalance > zeros and wpay-url not = spaces
               compute wpay-cents = wbalance * 100
               display
                   '<form name="payform" method="post" action="'
                   function trim(wpay-url) '">'
                   '<input type="hidden" name="login" value="'
                   function trim(wsessionlogin) '">'
                   '<input type="hidden" name="amount" value="'
                   wpay-cents '">'
                   '<input type="submit" value="Pay Online">'
                   '</form>'
               end-display
           end-if.
       show-points.
      *> The loyalty balance and every movement behind it; the desk
      *> takes points off a tab charge, and sign-up can put them
      *> against an event fee.
           open input points
           if fstatus not = zeros
               exit paragraph
           end-if
           display
               '<h4>Loyalty Points</h4>'
               '<table border="1">'
               '<tr><th>Date</th><th>Movement</th><th>Points</th>'
               '<th>For</th></tr>'
           end-display
           move wsessionlogin to wpts-login
           move zeros to wpts-balance
           move "00" to wp-fstatus
           move low-values to pts-key
           move wpts-login to pts-login
           start points key is not less than pts-key
               invalid key move "10" to wp-fstatus
           end-start
           if wp-fstatus not = "10"
               read points next
                   at end move "10" to wp-fstatus
               end-read
           end-if
           perform until wp-fstatus = "10"
                   or pts-login not = wpts-login
               evaluate true
                   when pts-earn
                       move "EARNED"  to wpts-kind-text
                       add pts-points to wpts-balance
                   when pts-redeem
                       move "SPENT"   to wpts-kind-text
                       subtract pts-points from wpts-balance
                   when other
                       move "EXPIRED" to wpts-kind-text
                       subtract pts-points from wpts-balance
               end-evaluate
               display
                   '<tr><td>' pts-date '</td>'
                   '<td>' wpts-kind-text '</td>'
                   '<td>' pts-points '</td>'
                   '<td>' function trim(pts-ref) '</td></tr>'
               end-display
               read points next
                   at end move "10" to wp-fstatus
               end-read
           end-perform
           close points
           move wpts-balance to wpts-display
           move zeros to wpts-worth
           if wpts-balance > zeros
               compute wpts-worth = wpts-balance / wpts-per-unit
           end-if
           move wpts-worth to wworth-display
           display
               '</table>'
               '<p>Points balance: ' function trim(wpts-display)
               ' (worth ' function trim(wworth-display)
               ' on your tab or an event fee). Points expire a year'
               ' after they are earned.</p>'
           end-display.
       show-calendar-feed.
      *> The member's own iCalendar feed, written nightly by
      *> ICAL-FEEDS under CAL_BASE_URL; its name is a digest of the
      *> login, so the link is the member's to share or keep.
           accept wcal-url from environment "CAL_BASE_URL"
           if wcal-url = spaces
               exit paragraph
           end-if
           move wsessionlogin to wical-text
           perform compute-ical-feedname
           display
               '<h4>Calendar Feed</h4>'
               '<p>Subscribe in your phone or desktop calendar: '
               '<a href="' function trim(wcal-url) '/'
               function trim(wical-feed) '">'
               function trim(wcal-url) '/'
               function trim(wical-feed) '</a>'
               ' -- bookings, lessons and events you registered for.'
               ' Club events for everyone: '
               '<a href="' function trim(wcal-url)
               '/ical-events.ics">ical-events.ics</a></p>'
           end-display.
       show-invoices.
           open input invoices
           end-if
           perform until wp-fstatus = "10"
                   or vol-login not = wsessionlogin
               evaluate true
                   when vol-approved or vol-credited
                       add vol-hours to wvoltotal
                   when vol-pending
                       add vol-hours to wvolpending
               end-evaluate
               read volhours next
                   at end move "10" to wp-fstatus
               end-read
           end-perform
           close volhours
           move wvoltotal to wvol-display
           move wvolpending to wpend-display
           display
               '<h4>Volunteer Hours</h4>'
               '<p>Total recorded: ' wvol-display
               '  Awaiting the coordinator: ' wpend-display '</p>'
           end-display.
       show-volshifts.
      *> Shifts from today on: the member's own, to withdraw from,
      *> and the open ones with a place left, to sign up for.
           open input volshift
           if fstatus not = zeros
               exit paragraph
           end-if
           open input volsign
           if fstatus not = zeros
               close volshift
               exit paragraph
           end-if
           display
               '<h4>Volunteer Shifts</h4>'
               '<table border="1">'
               '<tr><th>Date</th><th>Time</th><th>Duty</th>'
               '<th>Places Left</th><th></th></tr>'
           end-display
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
               if vsh-open and vsh-date >= wtoday
                   perform show-volshift-row
               end-if
               read volshift next
                   at end move "10" to wv-fstatus
               end-read
           end-perform
           close volsign
           close volshift
           display '</table>' end-display.
       show-volshift-row.
           move "N" to wvolsigned
           move vsh-id        to vsg-shift
           move wsessionlogin to vsg-login
           read volsign invalid key
               continue
           not invalid key
               if vsg-signed-up
                   move "Y" to wvolsigned
               end-if
           end-read
           if wvolsigned = "N" and vsh-taken >= vsh-slots
               exit paragraph
           end-if
           compute wrowcount = vsh-slots - vsh-taken
           display
               '<tr>'
               '<td>' vsh-date '</td>'
               '<td>' vsh-start '-' vsh-end '</td>'
               '<td>' function trim(vsh-duty) '</td>'
               '<td>' wrowcount '</td>'
               '<td>'
               '<form name="vshform" method="post"'
               ' action="volshift_submit.exe">'
               '<input type="hidden" name="token" value="'
               wtoken '">'
           end-display
           if wvolsigned = "Y"
               display
                   '<input type="hidden" name="opcao"'
                   ' value="withdraw">'
               end-display
           else
               display
                   '<input type="hidden" name="opcao" value="signup">'
               end-display
           end-if
           display
               '<input type="hidden" name="shiftid" value="'
               vsh-id '">'
               '<input type="hidden" name="eventid" value="">'
               '<input type="hidden" name="shdate" value="">'
               '<input type="hidden" name="shstart" value="">'
               '<input type="hidden" name="shend" value="">'
               '<input type="hidden" name="duty" value="">'
               '<input type="hidden" name="slots" value="">'
               '<input type="hidden" name="shlogin" value="">'
               '<input type="hidden" name="back" value="M">'
           end-display
           if wvolsigned = "Y"
               display
                   'Signed up <input type="submit" value="Withdraw">'
               end-display
           else
               display
                   '<input type="submit" value="Sign Up">'
               end-display
           end-if
           display
               '</form></td></tr>'
           end-display.
       show-competitions.
      *> Results history: every played fixture the member was in,
      *> oldest competition first.
           open input compfix
           if fstatus not = zeros
               exit paragraph
           end-if
           open input comps
           if fstatus not = zeros
               close compfix
               exit paragraph
           end-if
           display
               '<h4>Competition Results</h4>'
               '<table border="1">'
               '<tr><th>Competition</th><th>Date</th>'
               '<th>Opponent</th><th>Score</th><th>Result</th></tr>'
           end-display
           move "00" to wp-fstatus
           move low-values to cfx-key
           start compfix key is not less than cfx-key
               invalid key move "10" to wp-fstatus
           end-start
           if wp-fstatus not = "10"
               read compfix next
                   at end move "10" to wp-fstatus
               end-read
           end-if
           perform until wp-fstatus = "10"
               if cfx-played and (cfx-home = wsessionlogin
                       or cfx-away = wsessionlogin)
                   perform show-comp-result
               end-if
               read compfix next
                   at end move "10" to wp-fstatus
               end-read
           end-perform
           close comps
           close compfix
           display '</table>' end-display.
       show-comp-result.
           if cfx-home = wsessionlogin
               move cfx-away       to wopponent
               move cfx-home-score to wmyscore
               move cfx-away-score to wtheirscore
           else
               move cfx-home       to wopponent
               move cfx-away-score to wmyscore
               move cfx-home-score to wtheirscore
           end-if
           evaluate true
               when wmyscore > wtheirscore move "W" to woutcome
               when wmyscore < wtheirscore move "L" to woutcome
               when other                  move "D" to woutcome
           end-evaluate
           move cfx-comp to cmp-id
           read comps invalid key
               move spaces to cmp-name
           end-read
           display
               '<tr>'
               '<td>' function trim(cmp-name) '</td>'
               '<td>' cfx-date '</td>'
               '<td>' function trim(wopponent) '</td>'
               '<td>' wmyscore ' - ' wtheirscore '</td>'
               '<td>' woutcome '</td>'
               '</tr>'
           end-display.
       show-defects.
      *> The member's own fault reports still being worked on, and
      *> the form to report another (DEFECTS_SUBMIT, back here).
           display
               '<h4>Report a Fault</h4>'
           end-display
           open input defects
           if fstatus = zeros
               move "00" to wp-fstatus
               move zeros to dft-id
               start defects key is not less than dft-id
                   invalid key move "10" to wp-fstatus
               end-start
               if wp-fstatus not = "10"
                   read defects next
                       at end move "10" to wp-fstatus
                   end-read
               end-if
               perform until wp-fstatus = "10"
                   if dft-reporter = wsessionlogin and dft-live
                       display
                           '<p>Reported ' dft-reported(1:8) ': '
                           function trim(dft-description)
                           ' -- being dealt with (work order '
                           dft-id ').</p>'
                       end-display
                   end-if
                   read defects next
                       at end move "10" to wp-fstatus
                   end-read
               end-perform
               close defects
           end-if
           open input resources
           if fstatus not = zeros
               exit paragraph
           end-if
           display
               '<form name="dftform" method="post"'
               ' action="defects_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="report">'
               '<input type="hidden" name="dftid" value="">'
               'Where: <select name="dfres">'
           end-display
           move "00" to wp-fstatus
           move zeros to res-id
           start resources key is not less than res-id
               invalid key move "10" to wp-fstatus
           end-start
           if wp-fstatus not = "10"
               read resources next
                   at end move "10" to wp-fstatus
               end-read
           end-if
           perform until wp-fstatus = "10"
               display
                   '<option value="' res-id '">'
                   function trim(res-name) '</option>'
               end-display
               read resources next
                   at end move "10" to wp-fstatus
               end-read
           end-perform
           close resources
           display
               '</select>'
               ' What is wrong: <input type="text" name="dfdesc"'
               ' size="60">'
               '<input type="hidden" name="dfprio" value="">'
               '<input type="hidden" name="dftype" value="">'
               '<input type="hidden" name="dfowner" value="">'
               '<input type="hidden" name="dfsupp" value="">'
               '<input type="hidden" name="dfstatus" value="">'
               '<input type="hidden" name="dfcost" value="">'
               '<input type="hidden" name="dfnote" value="">'
               '<input type="hidden" name="dfback" value="M">'
               '<input type="submit" value="Report">'
               '</form>'
           end-display.
           copy "ical-feedname.cpy".
           copy "session-check.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
