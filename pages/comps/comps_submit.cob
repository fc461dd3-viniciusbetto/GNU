       identification division.
       program-id. comps_submit.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "comps.sel".
           copy "compent.sel".
           copy "compfix.sel".
           copy "resources.sel".
           copy "resout.sel".
           copy "bookings.sel".
           copy "counters.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "comps.cpy".
       copy "compent.cpy".
       copy "compfix.cpy".
       copy "resources.cpy".
       copy "resout.cpy".
       copy "bookings.cpy".
       copy "counters.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       78  wfirst-slot       value 8.
       78  wlast-slot        value 21.
       78  wmax-entries      value 32.
      *> A ladder challenge may reach this many rungs up.
       78  wladder-reach     value 3.
       01  wlogin            pic x(60) value spaces.
       01  wtarget-id        pic 9(09) value zeros.
       01  wmemberid         pic 9(09) value zeros.
       01  wdatecheck        pic 9(08) value zeros.
       01  wtoday            pic x(08) value spaces.
       01  wres-n            pic 9(04) value zeros.
       01  wslot-n           pic 9(02) value zeros.
       01  wmax-n            pic 9(04) value zeros.
       01  wfix-n            pic 9(05) value zeros.
       01  whome-n           pic 9(02) value zeros.
       01  waway-n           pic 9(02) value zeros.
       01  wstart-int        pic s9(09) comp.
       01  wcur-int          pic s9(09) comp.
       01  wcurdate          pic 9(08) value zeros.
       01  wo-fstatus        pic xx    value "00".
       01  wq-fstatus        pic xx    value "00".
       01  wresclosed        pic x(01) value "N".
       01  wslotfree         pic x(01) value "N".
       01  wcomplogin        pic x(60) value spaces.
       01  wisstaff          pic x(01) value "N".
       01  wmembertype       pic x(01) value spaces.
       01  wstanding         pic x(01) value "Y".
       01  wtypehits         pic 9(02) value zeros.
       01  wentcount         pic 9(04) value zeros.
       01  wtblsize          pic 9(04) value zeros.
       01  wbracket          pic 9(04) value zeros.
       01  widx              pic 9(04) value zeros.
       01  wjdx              pic 9(04) value zeros.
       01  wround            pic 9(03) value zeros.
       01  wrounds           pic 9(03) value zeros.
       01  wfixcount         pic 9(04) value zeros.
       01  wunsched          pic 9(04) value zeros.
       01  wpending          pic 9(04) value zeros.
       01  wswapped          pic x(01) value "N".
       01  wentry-table.
           02 wentry occurs 33 times.
               03 went-login pic x(60).
               03 went-pos   pic 9(04).
       01  wentry-hold.
           02 whold-login    pic x(60).
           02 whold-pos      pic 9(04).
       01  wfixhome          pic x(60) value spaces.
       01  wfixaway          pic x(60) value spaces.
       01  wwinner           pic x(60) value spaces.
       01  wloser            pic x(60) value spaces.
       01  whome-pos         pic 9(04) value zeros.
       01  waway-pos         pic 9(04) value zeros.
       01  wbest-login       pic x(60) value spaces.
       01  wbest-points      pic 9(04) value zeros.
       01  wbest-diff        pic s9(05) value zeros.
       01  wdiff             pic s9(05) value zeros.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wopcao         pic x(10).
           02 wcompid-in     pic x(09).
           02 wcmpname-in    pic x(60).
           02 wcmpformat-in  pic x(01).
           02 wcmptypes-in   pic x(05).
           02 wcmpres-in     pic x(04).
           02 wcmpstart-in   pic x(08).
           02 wcmpslot-in    pic x(02).
           02 wcmpmax-in     pic x(04).
           02 wcmplogin-in   pic x(60).
           02 wfixno-in      pic x(05).
           02 whomescore-in  pic x(02).
           02 wawayscore-in  pic x(02).
           02 wfixdate-in    pic x(08).
           02 wfixslot-in    pic x(02).
           02 wchallenger-in pic x(60).
           02 wdefender-in   pic x(60).
           02 filler         pic x(5666).
       copy "lnk-general.cpy".
       procedure division.
      *> Write side of the competitions board, replacing the
      *> spreadsheet on the noticeboard. Staff define a competition;
      *> members enter it (staff may enter someone at the desk), and
      *> an entry is refused unless the member's type is one the
      *> competition admits and the member is in good standing --
      *> active, not suspended, dues not run out. Staff make the
      *> draw, which writes the fixtures and reserves their court
      *> slots in BOOKINGS; staff enter results, which keep the
      *> table, push knockout winners into the next round and move
      *> ladder rungs.
           display
              "Content-type: text/html"
               newline
           end-display
           move "comps_submit" to wprogname
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
           move warray(3) to wcompid-in
           move warray(4) to wcmpname-in
           move warray(5) to wcmpformat-in
           move warray(6) to wcmptypes-in
           move warray(7) to wcmpres-in
           move warray(8) to wcmpstart-in
           move warray(9) to wcmpslot-in
           move warray(10) to wcmpmax-in
           move warray(11) to wcmplogin-in
           move warray(12) to wfixno-in
           move warray(13) to whomescore-in
           move warray(14) to wawayscore-in
           move warray(15) to wfixdate-in
           move warray(16) to wfixslot-in
           move warray(17) to wchallenger-in
           move warray(18) to wdefender-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           move function numval(wcompid-in) to wtarget-id
           move function numval(wfixno-in) to wfix-n
           move function current-date(1:8) to wtoday
           evaluate wopcao
               when "add"       perform add-comp
               when "enter"     perform enter-comp
               when "withdraw"  perform withdraw-comp
               when "draw"      perform draw-comp
               when "challenge" perform add-challenge
               when "schedule"  perform schedule-fixture
               when "result"    perform enter-result
               when other       move "UNKNOWN OPERATION !!" to wmsgweb
           end-evaluate.
       redir-comps.
           move "post"      to wmethod
           move "comps.exe" to wexec
           perform openprogram
           stop run.
       staff-only.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-comps
           end-if
           perform authorize-staff-only
           close members.
       add-comp.
           perform staff-only
           if wcmpname-in = spaces
               move "COMPETITION NAME IS REQUIRED !!" to wmsgweb
               go redir-comps
           end-if
           if wcmpformat-in not = "L" and wcmpformat-in not = "K"
                   and wcmpformat-in not = "D"
               move "FORMAT MUST BE LEAGUE, KNOCKOUT OR LADDER !!"
                   to wmsgweb
               go redir-comps
           end-if
           if wcmpmax-in = spaces
               move wmax-entries to wmax-n
           else
               if function test-numval(wcmpmax-in) not = 0
                   move "INVALID ENTRY LIMIT !!" to wmsgweb
                   go redir-comps
               end-if
               move function numval(wcmpmax-in) to wmax-n
               if wmax-n < 2 or wmax-n > wmax-entries
                   move "ENTRY LIMIT MUST BE 2 TO 32 !!" to wmsgweb
                   go redir-comps
               end-if
           end-if
           if wcmpstart-in not numeric
               move "INVALID START DATE !!" to wmsgweb
               go redir-comps
           end-if
           move wcmpstart-in to wdatecheck
           if function test-date-yyyymmdd(wdatecheck) not = 0
               move "INVALID START DATE !!" to wmsgweb
               go redir-comps
           end-if
           if wcmpslot-in not numeric
               move "INVALID SLOT !!" to wmsgweb
               go redir-comps
           end-if
           move wcmpslot-in to wslot-n
           if wslot-n < wfirst-slot or wslot-n > wlast-slot
               move "SLOT OUTSIDE OPENING HOURS !!" to wmsgweb
               go redir-comps
           end-if
           perform check-comp-resource
           open i-o comps
           if fstatus = "35"
               open output comps
               close comps
               open i-o comps
           end-if
           move "COMP-ID" to wcountername
           perform next-counter
           initialize reg-comps
           move wcountervalue to cmp-id
           move wcmpname-in   to cmp-name
           move wcmpformat-in to cmp-format
           move wcmptypes-in  to cmp-types
           move wres-n        to cmp-resource
           move wcmpstart-in  to cmp-start
           move wslot-n       to cmp-slot
           move wmax-n        to cmp-max
           move zeros         to cmp-entries cmp-round cmp-fixtures
           move "SERIES-ID" to wcountername
           perform next-counter
           move wcountervalue to cmp-series
           set cmp-entry-open to true
           move spaces to cmp-winner
           write reg-comps
           close comps
           move wsessionlogin to wlogin
           move "COMP-ADD" to waudit-op
           perform write-audit
           move spaces to wmsgweb
           string "COMPETITION CREATED -- ID " delimited by size
                  cmp-id delimited by size
                  ". ENTRIES ARE OPEN." delimited by size
               into wmsgweb
           end-string
           go redir-comps.
       check-comp-resource.
           if wcmpres-in not numeric
               move "INVALID COURT !!" to wmsgweb
               go redir-comps
           end-if
           move wcmpres-in to wres-n
           open input resources
           if fstatus not = zeros
               move "RESOURCE FILE UNAVAILABLE !!" to wmsgweb
               go redir-comps
           end-if
           move wres-n to res-id
           read resources invalid key
               move "COURT NOT FOUND !!" to wmsgweb
               close resources
               go redir-comps
           end-read
           close resources
           if res-unavailable
               move "COURT OUT OF SERVICE !!" to wmsgweb
               go redir-comps
           end-if.
       read-comp-update.
           open i-o comps
           if fstatus not = zeros
               move "COMPETITION NOT FOUND !!" to wmsgweb
               go redir-comps
           end-if
           move wtarget-id to cmp-id
           read comps invalid key
               move "COMPETITION NOT FOUND !!" to wmsgweb
               close comps
               go redir-comps
           end-read
           move spaces to wcomplogin
           string "COMP-" delimited by size
                  cmp-id delimited by size
               into wcomplogin
           end-string.
       resolve-entrant.
      *> The session enters its own member; staff may name another
      *> login at the desk.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-comps
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
           if wcmplogin-in not = spaces
                   and wcmplogin-in not = wsessionlogin
               if wisstaff = "N"
                   move "NOT AUTHORIZED TO ENTER OTHER MEMBERS !!"
                       to wmsgweb
                   close members
                   go redir-comps
               end-if
               move wcmplogin-in to wlogin
           end-if
           move wlogin to login
           read members invalid key
               move "NOT EXISTING MEMBER !!" to wmsgweb
               close members
               go redir-comps
           end-read
           move member-id to wmemberid
           move member-type to wmembertype
      *> Standing: a current, active member whose dues have not run
      *> out. A household member paid for by someone else carries
      *> no PAID-THROUGH of their own and is taken on the payer's
      *> word.
           move "Y" to wstanding
           if not member-active or member-suspended
               move "N" to wstanding
           end-if
           if paid-through is numeric and paid-through < wtoday
               move "D" to wstanding
           end-if
           close members.
       enter-comp.
           perform resolve-entrant
           perform read-comp-update
           if not cmp-entry-open
               move "ENTRIES ARE CLOSED !!" to wmsgweb
               close comps
               go redir-comps
           end-if
           if wstanding = "N"
               move "MEMBER NOT IN GOOD STANDING !!" to wmsgweb
               close comps
               go redir-comps
           end-if
           if wstanding = "D"
               move "MEMBERSHIP DUES NOT UP TO DATE !!" to wmsgweb
               close comps
               go redir-comps
           end-if
           if cmp-types not = spaces
               move zeros to wtypehits
               inspect cmp-types tallying wtypehits
                   for all wmembertype
               if wtypehits = zeros
                   move "MEMBER TYPE NOT ELIGIBLE FOR THIS EVENT !!"
                       to wmsgweb
                   close comps
                   go redir-comps
               end-if
           end-if
           if cmp-entries >= cmp-max
               move "COMPETITION IS FULL !!" to wmsgweb
               close comps
               go redir-comps
           end-if
           open i-o compent
           if fstatus = "35"
               open output compent
               close compent
               open i-o compent
           end-if
           move wtarget-id to cpe-comp
           move wlogin     to cpe-login
           read compent invalid key
               initialize reg-compent
               move wtarget-id to cpe-comp
               move wlogin     to cpe-login
               move wmemberid  to cpe-member-id
               move wtoday     to cpe-entered
               add 1 to cmp-entries
               move cmp-entries to cpe-position
               set cpe-active to true
               write reg-compent
               rewrite reg-comps
               move "COMP-ENTER" to waudit-op
               perform write-audit
               move "ENTERED. GOOD LUCK !!" to wmsgweb
           not invalid key
               move "ALREADY ENTERED !!" to wmsgweb
           end-read
           close compent
           close comps
           go redir-comps.
       withdraw-comp.
      *> Only before the draw -- after it the fixtures stand and a
      *> non-show is a walkover entered as a result.
           perform resolve-entrant
           perform read-comp-update
           if not cmp-entry-open
               move "THE DRAW HAS BEEN MADE -- SEE THE DESK !!"
                   to wmsgweb
               close comps
               go redir-comps
           end-if
           open i-o compent
           if fstatus not = zeros
               move "NOT ENTERED !!" to wmsgweb
               close comps
               go redir-comps
           end-if
           move wtarget-id to cpe-comp
           move wlogin     to cpe-login
           read compent invalid key
               move "NOT ENTERED !!" to wmsgweb
               close compent
               close comps
               go redir-comps
           end-read
           delete compent record
           if cmp-entries > zeros
               subtract 1 from cmp-entries
           end-if
           rewrite reg-comps
           close compent
           close comps
           move "COMP-WITHDRAW" to waudit-op
           perform write-audit
           move "ENTRY WITHDRAWN." to wmsgweb
           go redir-comps.
       draw-comp.
           perform staff-only
           perform read-comp-update
           if not cmp-entry-open
               move "DRAW ALREADY MADE !!" to wmsgweb
               close comps
               go redir-comps
           end-if
           open i-o compent
           if fstatus not = zeros
               move "NOT ENOUGH ENTRIES FOR A DRAW !!" to wmsgweb
               close comps
               go redir-comps
           end-if
           perform load-entries
           if wentcount < 2
               move "NOT ENOUGH ENTRIES FOR A DRAW !!" to wmsgweb
               close compent
               close comps
               go redir-comps
           end-if
           perform sort-entries-by-position
           perform renumber-entries
           close compent
           open i-o compfix
           if fstatus = "35"
               open output compfix
               close compfix
               open i-o compfix
           end-if
           open i-o bookings
           if fstatus = "35"
               open output bookings
               close bookings
               open i-o bookings
           end-if
           move zeros to wfixcount wunsched
           move cmp-resource to wres-n
           compute wstart-int = function integer-of-date(
               function numval(cmp-start))
           evaluate true
               when cmp-league   perform draw-league
               when cmp-knockout perform draw-knockout
               when other        continue
           end-evaluate
           close bookings
           close compfix
           set cmp-drawn to true
           move 1 to cmp-round
           rewrite reg-comps
           close comps
           move wsessionlogin to wlogin
           move "COMP-DRAW" to waudit-op
           perform write-audit
           move spaces to wmsgweb
           string "DRAW MADE -- " delimited by size
                  wentcount delimited by size
                  " ENTRANTS, " delimited by size
                  wfixcount delimited by size
                  " FIXTURES, " delimited by size
                  wunsched delimited by size
                  " WAITING FOR A COURT." delimited by size
               into wmsgweb
           end-string
           go redir-comps.
       load-entries.
           move zeros to wentcount
           move "00" to wq-fstatus
           move wtarget-id to cpe-comp
           move low-values to cpe-login
           start compent key is not less than cpe-key
               invalid key move "10" to wq-fstatus
           end-start
           if wq-fstatus not = "10"
               read compent next
                   at end move "10" to wq-fstatus
               end-read
           end-if
           perform until wq-fstatus = "10" or cpe-comp <> wtarget-id
               if wentcount < wmax-entries
                   add 1 to wentcount
                   move cpe-login    to went-login(wentcount)
                   move cpe-position to went-pos(wentcount)
               end-if
               read compent next
                   at end move "10" to wq-fstatus
               end-read
           end-perform.
       sort-entries-by-position.
           move "Y" to wswapped
           perform until wswapped = "N"
               move "N" to wswapped
               perform varying widx from 1 by 1
                       until widx >= wentcount
                   if went-pos(widx) > went-pos(widx + 1)
                       move wentry(widx) to wentry-hold
                       move wentry(widx + 1) to wentry(widx)
                       move wentry-hold to wentry(widx + 1)
                       move "Y" to wswapped
                   end-if
               end-perform
           end-perform.
       renumber-entries.
      *> Withdrawals leave gaps in the entry order; the draw closes
      *> them so seeds and rungs run 1 to n.
           perform varying widx from 1 by 1 until widx > wentcount
               move wtarget-id to cpe-comp
               move went-login(widx) to cpe-login
               read compent
                   invalid key continue
                   not invalid key
                       move widx to cpe-position
                       rewrite reg-compent
               end-read
               move widx to went-pos(widx)
           end-perform.
       draw-league.
      *> Round robin by the circle method: the first entrant stays
      *> put, the rest rotate one place a round; an odd field gets a
      *> blank partner, and whoever draws the blank sits the week
      *> out. One round a week from the start date.
           move wentcount to wtblsize
           if function rem(wentcount, 2) = 1
               add 1 to wtblsize
               move spaces to went-login(wtblsize)
               move zeros  to went-pos(wtblsize)
           end-if
           compute wrounds = wtblsize - 1
           perform varying wround from 1 by 1 until wround > wrounds
               compute wcur-int = wstart-int + (wround - 1) * 7
               compute wcurdate = function date-of-integer(wcur-int)
               perform varying widx from 1 by 1
                       until widx > wtblsize / 2
                   compute wjdx = wtblsize + 1 - widx
                   if went-login(widx) not = spaces
                           and went-login(wjdx) not = spaces
                       if function rem(wround, 2) = 0
                           move went-login(wjdx) to wfixhome
                           move went-login(widx) to wfixaway
                       else
                           move went-login(widx) to wfixhome
                           move went-login(wjdx) to wfixaway
                       end-if
                       perform write-fixture
                   end-if
               end-perform
               move wentry(wtblsize) to wentry-hold
               perform varying wjdx from wtblsize by -1
                       until wjdx < 3
                   move wentry(wjdx - 1) to wentry(wjdx)
               end-perform
               move wentry-hold to wentry(2)
           end-perform.
       draw-knockout.
      *> Seeded draw into a bracket of the next power of two: seed 1
      *> meets the lowest seed, seed 2 the next lowest, and so on;
      *> the top seeds take the byes. Later rounds fold the same way
      *> (first winner against last), so the top two seeds can only
      *> meet in the final.
           move 1 to wbracket
           perform until wbracket >= wentcount
               compute wbracket = wbracket * 2
           end-perform
           move wstart-int to wcur-int
           move function numval(cmp-start) to wcurdate
           move 1 to wround
           perform varying widx from 1 by 1
                   until widx > wbracket / 2
               compute wjdx = wbracket + 1 - widx
               move went-login(widx) to wfixhome
               if wjdx > wentcount
                   move spaces to wfixaway
               else
                   move went-login(wjdx) to wfixaway
               end-if
               perform write-fixture
           end-perform.
       write-fixture.
      *> A bye is a fixture already won; a real one is placed at the
      *> competition's court on the round's date, in the first free
      *> slot from the competition's own.
           initialize reg-compfix
           add 1 to cmp-fixtures
           move wtarget-id   to cfx-comp
           move cmp-fixtures to cfx-no
           move wround       to cfx-round
           move wfixhome     to cfx-home
           move wfixaway     to cfx-away
           move wcurdate     to cfx-date
           move zeros to cfx-resource cfx-slot
           move zeros to cfx-home-score cfx-away-score
           move spaces to cfx-winner cfx-entered-by
           if wfixaway = spaces
               set cfx-bye to true
               move wfixhome to cfx-winner
           else
               add 1 to wfixcount
               perform place-fixture
           end-if
           write reg-compfix.
       place-fixture.
           move "N" to wslotfree
           perform check-resource-outage
           if wresclosed = "N"
               perform varying wslot-n from cmp-slot by 1
                       until wslot-n > wlast-slot or wslotfree = "Y"
                   perform check-slot-free
               end-perform
           end-if
           if wslotfree = "Y"
               subtract 1 from wslot-n
               perform reserve-fixture-slot
               move wres-n  to cfx-resource
               move wslot-n to cfx-slot
               set cfx-scheduled to true
           else
               set cfx-unscheduled to true
               add 1 to wunsched
           end-if.
       check-slot-free.
           move wres-n   to bkg-resource
           move wcurdate to bkg-date
           move wslot-n  to bkg-slot
           read bookings
               invalid key move "Y" to wslotfree
               not invalid key
                   if bkg-cancelled
                       move "Y" to wslotfree
                   end-if
           end-read.
       reserve-fixture-slot.
           move wres-n   to bkg-resource
           move wcurdate to bkg-date
           move wslot-n  to bkg-slot
           read bookings invalid key
               move wres-n   to bkg-resource
               move wcurdate to bkg-date
               move wslot-n  to bkg-slot
               move wcomplogin to bkg-login
               move function current-date(1:14) to bkg-made
               move cmp-series to bkg-series
               move zeros to bkg-fee
               move spaces to bkg-charge-seq
               set bkg-active to true
               write reg-bookings
           not invalid key
               move wcomplogin to bkg-login
               move function current-date(1:14) to bkg-made
               move cmp-series to bkg-series
               move zeros to bkg-fee
               move spaces to bkg-charge-seq
               set bkg-active to true
               rewrite reg-bookings
           end-read.
       release-fixture-slot.
           move cfx-resource to bkg-resource
           move cfx-date     to bkg-date
           move cfx-slot     to bkg-slot
           read bookings
               invalid key continue
               not invalid key
                   if bkg-login = wcomplogin
                       set bkg-cancelled to true
                       rewrite reg-bookings
                   end-if
           end-read.
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
       check-fixture-when.
      *> Date and slot keyed for a challenge or a re-arranged
      *> fixture: a real day, in opening hours, court free.
           if wfixdate-in not numeric
               move "INVALID MATCH DATE !!" to wmsgweb
               go redir-comps
           end-if
           move wfixdate-in to wdatecheck
           if function test-date-yyyymmdd(wdatecheck) not = 0
                   or wfixdate-in < wtoday
               move "INVALID MATCH DATE !!" to wmsgweb
               go redir-comps
           end-if
           if wfixslot-in not numeric
               move "INVALID SLOT !!" to wmsgweb
               go redir-comps
           end-if
           move wfixslot-in to wslot-n
           if wslot-n < wfirst-slot or wslot-n > wlast-slot
               move "SLOT OUTSIDE OPENING HOURS !!" to wmsgweb
               go redir-comps
           end-if
           move wdatecheck to wcurdate
           move cmp-resource to wres-n
           perform check-resource-outage
           if wresclosed = "Y"
               move "COURT OUT OF SERVICE THAT DAY !!" to wmsgweb
               go redir-comps
           end-if
           move "N" to wslotfree
           perform check-slot-free
           if wslotfree = "N"
               move "COURT ALREADY BOOKED AT THAT TIME !!" to wmsgweb
               go redir-comps
           end-if.
       add-challenge.
      *> Ladder: the lower rung challenges up to three places above
      *> and plays at home; win and they take the defender's rung.
           perform staff-only
           perform read-comp-update
           if not cmp-ladder or not cmp-drawn
               move "NOT A RUNNING LADDER !!" to wmsgweb
               close comps
               go redir-comps
           end-if
           open input compent
           if fstatus not = zeros
               move "NOT ON THIS LADDER !!" to wmsgweb
               close comps
               go redir-comps
           end-if
           move wtarget-id     to cpe-comp
           move wchallenger-in to cpe-login
           read compent invalid key
               move "CHALLENGER NOT ON THIS LADDER !!" to wmsgweb
               close compent
               close comps
               go redir-comps
           end-read
           move cpe-position to whome-pos
           move wtarget-id   to cpe-comp
           move wdefender-in to cpe-login
           read compent invalid key
               move "DEFENDER NOT ON THIS LADDER !!" to wmsgweb
               close compent
               close comps
               go redir-comps
           end-read
           move cpe-position to waway-pos
           close compent
           if whome-pos <= waway-pos
                   or whome-pos - waway-pos > wladder-reach
               move "CHALLENGE UP TO THREE RUNGS ABOVE ONLY !!"
                   to wmsgweb
               close comps
               go redir-comps
           end-if
           open i-o bookings
           if fstatus = "35"
               open output bookings
               close bookings
               open i-o bookings
           end-if
           perform check-fixture-when
           open i-o compfix
           if fstatus = "35"
               open output compfix
               close compfix
               open i-o compfix
           end-if
           move zeros to wround
           move wchallenger-in to wfixhome
           move wdefender-in   to wfixaway
           initialize reg-compfix
           add 1 to cmp-fixtures
           move wtarget-id   to cfx-comp
           move cmp-fixtures to cfx-no
           move zeros        to cfx-round
           move wfixhome     to cfx-home
           move wfixaway     to cfx-away
           move wcurdate     to cfx-date
           move zeros to cfx-home-score cfx-away-score
           move spaces to cfx-winner cfx-entered-by
           perform reserve-fixture-slot
           move wres-n  to cfx-resource
           move wslot-n to cfx-slot
           set cfx-scheduled to true
           write reg-compfix
           close compfix
           close bookings
           rewrite reg-comps
           close comps
           move wsessionlogin to wlogin
           move "COMP-CHALLENGE" to waudit-op
           perform write-audit
           move spaces to wmsgweb
           string "CHALLENGE BOOKED -- FIXTURE " delimited by size
                  cmp-fixtures delimited by size
                  "." delimited by size
               into wmsgweb
           end-string
           go redir-comps.
       read-fixture-update.
           open i-o compfix
           if fstatus not = zeros
               move "FIXTURE NOT FOUND !!" to wmsgweb
               close comps
               go redir-comps
           end-if
           move wtarget-id to cfx-comp
           move wfix-n     to cfx-no
           read compfix invalid key
               move "FIXTURE NOT FOUND !!" to wmsgweb
               close compfix
               close comps
               go redir-comps
           end-read
           if cfx-played or cfx-bye
               move "FIXTURE ALREADY DECIDED !!" to wmsgweb
               close compfix
               close comps
               go redir-comps
           end-if.
       schedule-fixture.
      *> Place a fixture the draw could not fit, or move one the
      *> players cannot make; the old court slot is given back.
           perform staff-only
           perform read-comp-update
           perform read-fixture-update
           open i-o bookings
           if fstatus = "35"
               open output bookings
               close bookings
               open i-o bookings
           end-if
           perform check-fixture-when
           if cfx-scheduled
               perform release-fixture-slot
           end-if
           move wcurdate to cfx-date
           perform reserve-fixture-slot
           move wres-n  to cfx-resource
           move wslot-n to cfx-slot
           set cfx-scheduled to true
           rewrite reg-compfix
           close bookings
           close compfix
           close comps
           move wsessionlogin to wlogin
           move "COMP-SCHEDULE" to waudit-op
           perform write-audit
           move "FIXTURE SCHEDULED." to wmsgweb
           go redir-comps.
       enter-result.
           perform staff-only
           perform read-comp-update
           perform read-fixture-update
           if whomescore-in not numeric or wawayscore-in not numeric
               move "INVALID SCORE !!" to wmsgweb
               close compfix
               close comps
               go redir-comps
           end-if
           move whomescore-in to whome-n
           move wawayscore-in to waway-n
           if whome-n = waway-n and not cmp-league
               move "NO DRAWS IN THIS FORMAT !!" to wmsgweb
               close compfix
               close comps
               go redir-comps
           end-if
           move spaces to wwinner wloser
           if whome-n > waway-n
               move cfx-home to wwinner
               move cfx-away to wloser
           end-if
           if waway-n > whome-n
               move cfx-away to wwinner
               move cfx-home to wloser
           end-if
           move whome-n to cfx-home-score
           move waway-n to cfx-away-score
           move wwinner to cfx-winner
           move wsessionlogin to cfx-entered-by
           set cfx-played to true
           rewrite reg-compfix
           move cfx-home to wfixhome
           move cfx-away to wfixaway
           open i-o compent
           if fstatus not = zeros
               move "ENTRIES FILE UNAVAILABLE !!" to wmsgweb
               close compfix
               close comps
               go redir-comps
           end-if
           move zeros to whome-pos waway-pos
           move wfixhome to cpe-login
           perform tally-player
           move wfixaway to cpe-login
           perform tally-player
           evaluate true
               when cmp-ladder
                   if wwinner = wfixhome and whome-pos > waway-pos
                       perform climb-ladder
                   end-if
               when cmp-knockout
                   perform advance-knockout
               when other
                   perform check-league-finished
           end-evaluate
           close compent
           close compfix
           rewrite reg-comps
           close comps
           move wsessionlogin to wlogin
           move "COMP-RESULT" to waudit-op
           perform write-audit
           move "RESULT ENTERED." to wmsgweb
           if cmp-finished
               move spaces to wmsgweb
               string "RESULT ENTERED -- COMPETITION WON BY "
                          delimited by size
                      function trim(cmp-winner) delimited by size
                      "." delimited by size
                   into wmsgweb
               end-string
           end-if
           go redir-comps.
       tally-player.
      *> Played, won/drawn/lost, scores for and against, and points
      *> -- three for a win and one for a draw; a knockout loser is
      *> out.
           move wtarget-id to cpe-comp
           read compent invalid key
               exit paragraph
           end-read
           add 1 to cpe-played
           if cpe-login = wfixhome
               add whome-n to cpe-for
               add waway-n to cpe-against
               move cpe-position to whome-pos
           else
               add waway-n to cpe-for
               add whome-n to cpe-against
               move cpe-position to waway-pos
           end-if
           evaluate true
               when wwinner = spaces
                   add 1 to cpe-drawn
                   add 1 to cpe-points
               when wwinner = cpe-login
                   add 1 to cpe-won
                   add 3 to cpe-points
               when other
                   add 1 to cpe-lost
                   if cmp-knockout
                       set cpe-knocked-out to true
                   end-if
           end-evaluate
           rewrite reg-compent.
       climb-ladder.
      *> The winning challenger takes the defender's rung; everyone
      *> from that rung down to the challenger's old one drops one.
           move "00" to wq-fstatus
           move wtarget-id to cpe-comp
           move low-values to cpe-login
           start compent key is not less than cpe-key
               invalid key move "10" to wq-fstatus
           end-start
           if wq-fstatus not = "10"
               read compent next
                   at end move "10" to wq-fstatus
               end-read
           end-if
           perform until wq-fstatus = "10" or cpe-comp <> wtarget-id
               if cpe-login = wfixhome
                   move waway-pos to cpe-position
                   rewrite reg-compent
               else
                   if cpe-position >= waway-pos
                           and cpe-position < whome-pos
                       add 1 to cpe-position
                       rewrite reg-compent
                   end-if
               end-if
               read compent next
                   at end move "10" to wq-fstatus
               end-read
           end-perform.
       advance-knockout.
      *> When the last tie of the round is decided, the winners in
      *> fixture order make the next round, folded first against
      *> last; a round of one is the final just played.
           move cmp-round to wround
           move zeros to wpending wentcount
           move "00" to wq-fstatus
           move wtarget-id to cfx-comp
           move zeros      to cfx-no
           start compfix key is not less than cfx-key
               invalid key move "10" to wq-fstatus
           end-start
           if wq-fstatus not = "10"
               read compfix next
                   at end move "10" to wq-fstatus
               end-read
           end-if
           perform until wq-fstatus = "10" or cfx-comp <> wtarget-id
               if cfx-round = wround
                   if cfx-played or cfx-bye
                       if wentcount < wmax-entries
                           add 1 to wentcount
                           move cfx-winner to went-login(wentcount)
                       end-if
                   else
                       add 1 to wpending
                   end-if
               end-if
               read compfix next
                   at end move "10" to wq-fstatus
               end-read
           end-perform
           if wpending > zeros
               exit paragraph
           end-if
           if wentcount = 1
               set cmp-finished to true
               move went-login(1) to cmp-winner
               exit paragraph
           end-if
           open i-o bookings
           if fstatus = "35"
               open output bookings
               close bookings
               open i-o bookings
           end-if
           add 1 to wround
           move wround to cmp-round
           move cmp-resource to wres-n
           compute wstart-int = function integer-of-date(
               function numval(cmp-start))
           compute wcur-int = wstart-int + (wround - 1) * 7
           compute wcurdate = function date-of-integer(wcur-int)
           if wcurdate < function numval(wtoday)
               move function numval(wtoday) to wcurdate
           end-if
           perform varying widx from 1 by 1
                   until widx > wentcount / 2
               compute wjdx = wentcount + 1 - widx
               move went-login(widx) to wfixhome
               move went-login(wjdx) to wfixaway
               perform write-fixture
           end-perform
           close bookings.
       check-league-finished.
      *> Every fixture played: the table's top -- points, then score
      *> difference -- wins the league.
           move zeros to wpending
           move "00" to wq-fstatus
           move wtarget-id to cfx-comp
           move zeros      to cfx-no
           start compfix key is not less than cfx-key
               invalid key move "10" to wq-fstatus
           end-start
           if wq-fstatus not = "10"
               read compfix next
                   at end move "10" to wq-fstatus
               end-read
           end-if
           perform until wq-fstatus = "10" or cfx-comp <> wtarget-id
               if not cfx-played and not cfx-bye
                   add 1 to wpending
               end-if
               read compfix next
                   at end move "10" to wq-fstatus
               end-read
           end-perform
           if wpending > zeros
               exit paragraph
           end-if
           move spaces to wbest-login
           move zeros to wbest-points wbest-diff
           move "00" to wq-fstatus
           move wtarget-id to cpe-comp
           move low-values to cpe-login
           start compent key is not less than cpe-key
               invalid key move "10" to wq-fstatus
           end-start
           if wq-fstatus not = "10"
               read compent next
                   at end move "10" to wq-fstatus
               end-read
           end-if
           perform until wq-fstatus = "10" or cpe-comp <> wtarget-id
               compute wdiff = cpe-for - cpe-against
               if wbest-login = spaces
                       or cpe-points > wbest-points
                       or (cpe-points = wbest-points
                           and wdiff > wbest-diff)
                   move cpe-login  to wbest-login
                   move cpe-points to wbest-points
                   move wdiff      to wbest-diff
               end-if
               read compent next
                   at end move "10" to wq-fstatus
               end-read
           end-perform
           set cmp-finished to true
           move wbest-login to cmp-winner.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "counter-next.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
