       identification division.
       program-id. integrity-check.
       environment division.
       input-output section.
       file-control.
           copy "members.sel".
           copy "companies.sel".
           copy "payments.sel".
           copy "invoices.sel".
           copy "eventreg.sel".
           copy "events.sel".
           copy "evtickets.sel".
           copy "bookings.sel".
           copy "resources.sel".
           copy "lockers.sel".
           copy "audit.sel".
           select report-out assign to "integrity-check.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "members.cpy".
           copy "companies.cpy".
           copy "payments.cpy".
           copy "invoices.cpy".
           copy "eventreg.cpy".
           copy "events.cpy".
           copy "evtickets.cpy".
           copy "bookings.cpy".
           copy "resources.cpy".
           copy "lockers.cpy".
           copy "audit.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wk-fstatus        pic xx     value "00".
       01  wt-fstatus        pic xx     value "00".
       01  wq-fstatus        pic xx     value "00".
       01  wfixed            pic x(01) value "N".
       01  wfix              pic x(01) value "N".
       01  wlogin            pic x(60) value spaces.
      *> One line per kind of broken reference: how many were found
      *> and how many the fix mode repaired.
       01  wcat-table.
           02 wcat occurs 15.
               03 wcat-code   pic x(12).
               03 wcat-desc   pic x(60).
               03 wcat-found  pic 9(07).
               03 wcat-fixed  pic 9(07).
       01  wc                pic 9(02) value zeros.
       78  wc-pay-merged     value 1.
       78  wc-pay-nomember   value 2.
       78  wc-inv-merged     value 3.
       78  wc-inv-nomember   value 4.
       78  wc-evr-noevent    value 5.
       78  wc-evr-nomember   value 6.
       78  wc-evt-regcount   value 7.
       78  wc-bkg-nores      value 8.
       78  wc-bkg-nomember   value 9.
       78  wc-lkr-lapsed     value 10.
       78  wc-hh-nopayer     value 11.
       78  wc-hh-manypayer   value 12.
       78  wc-cmp-closed     value 13.
       78  wc-cmp-missing    value 14.
       78  wc-mrg-broken     value 15.
      *> Member lookup: M missing, G merged away (target in
      *> WCHK-TARGET), A active, I inactive, P pending, X a pseudo
      *> account (hire, course, voucher...) that is not a member.
       01  wchk-login        pic x(60) value spaces.
       01  wchk-state        pic x(01) value spaces.
       01  wchk-target       pic x(60) value spaces.
       01  wchk-suspended    pic x(01) value "N".
       01  wprev-login       pic x(60) value spaces.
       01  wrowcount         pic 9(07) value zeros.
       01  wdetail           pic x(60) value spaces.
       01  wkeytext          pic x(60) value spaces.
      *> Merged-away members, for the chain check after the walk.
       01  wmg-count         pic 9(04) value zeros.
       01  wmg-table.
           02 wmg-entry occurs 2000.
               03 wmg-login   pic x(60).
               03 wmg-target  pic x(60).
       01  wmg-idx           pic 9(04) value zeros.
       01  wmg-overflow      pic x(01) value "N".
      *> Households: members and bill payers under each id.
       01  whh-count         pic 9(04) value zeros.
       01  whh-table.
           02 whh-entry occurs 3000.
               03 whh-id      pic 9(09).
               03 whh-members pic 9(04).
               03 whh-payers  pic 9(04).
               03 whh-login   pic x(60).
       01  whh-idx           pic 9(04) value zeros.
       01  whh-found         pic x(01) value "N".
       01  whh-overflow      pic x(01) value "N".
      *> Logins whose payments stay under a merged-away login, to be
      *> moved to the survivor once the walk is over.
       01  wrk-count         pic 9(04) value zeros.
       01  wrk-table.
           02 wrk-entry occurs 500.
               03 wrk-login   pic x(60).
               03 wrk-target  pic x(60).
       01  wrk-idx           pic 9(04) value zeros.
       01  wseq-count        pic 9(04) value zeros.
       01  wseq-idx          pic 9(04) value zeros.
       01  wseq-table.
           02 wseq-entry occurs 500 times pic x(14).
       01  wpayrow-buf       pic x(250) value spaces.
       01  wseqbump          pic 9(14) value zeros.
       01  wretry9           pic 9(01) value zeros.
       01  wwritten          pic x(01) value "N".
       01  wmovedrows        pic 9(07) value zeros.
       01  wfailrows         pic 9(07) value zeros.
      *> Unpaid registrations for events that are gone, removed once
      *> the walk is over.
       01  wdel-count        pic 9(04) value zeros.
       01  wdel-table.
           02 wdel-key occurs 500 pic x(69).
       01  wdel-idx          pic 9(04) value zeros.
       01  wlast-event       pic 9(09) value zeros.
       01  wlast-event-ok    pic x(01) value "N".
       01  wlast-res         pic 9(04) value zeros.
       01  wlast-res-ok      pic x(01) value "N".
       01  wseats            pic 9(05) value zeros.
       01  wsave-event       pic 9(09) value zeros.
       01  wold-count        pic 9(04) value zeros.
       01  wtotal-found      pic 9(07) value zeros.
       01  wtotal-fixed      pic 9(07) value zeros.
       01  wrl-job           pic x(30) value "INTEGRITY-CHECK".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       integrity-main.
      *> Nightly cross-file check: the files one another point into
      *> are walked and every reference that lands nowhere -- or on
      *> a member merged away, lapsed or a closed company -- is
      *> listed under its category, with a count per category at
      *> the end. COUNTERS-VERIFY and MEMBERS-DATA-QUALITY look
      *> inside one file; this looks between them.
      *> INTEGRITY_FIX=Y also repairs the cases that are safe to
      *> repair unattended, each one written to the audit trail as
      *> INTEGRITY-FIX:
      *>   payments left under a merged-away login move to the
      *>   survivor, as the merge itself would have done;
      *>   unpaid registrations for an event that no longer exists
      *>   are removed;
      *>   an event's seat count is set to its registrations and
      *>   seated tickets;
      *>   a household with a single member and no bill payer makes
      *>   that member the payer;
      *>   a link to a closed or missing company is cleared.
      *> Everything else is reported for the office to settle.
           accept wfix from environment "INTEGRITY_FIX"
           if wfix not = "Y"
               move "N" to wfix
           end-if
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           perform set-categories
           move spaces to wsessionlogin
           open output report-out
           move spaces to report-line
           string "CROSS-FILE INTEGRITY CHECK "
                  function current-date(1:8)
                  "  FIX MODE: " wfix
               delimited by size into report-line
           end-string
           write report-line
           if wfix = "Y"
               open i-o members
           else
               open input members
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO members: " fstatus
               move 8 to return-code
               stop run
           end-if
           perform check-members
           perform check-merge-chains
           perform check-households
           perform check-payments
           perform check-invoices
           perform check-eventreg
           perform check-event-seats
           perform check-bookings
           perform check-lockers
           close members
           perform write-summary
           close report-out
           display "INTEGRITY CHECK: " wtotal-found " FOUND, "
               wtotal-fixed " FIXED"
           if wtotal-found > wtotal-fixed
               move 4 to return-code
           end-if
           move "OK   " to wrl-phase
           move wtotal-found to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       set-categories.
           move "PAY-MERGED" to wcat-code(wc-pay-merged)
           move "Payments under a login merged away"
               to wcat-desc(wc-pay-merged)
           move "PAY-NOMEMBER" to wcat-code(wc-pay-nomember)
           move "Payments under a login not in MEMBERS"
               to wcat-desc(wc-pay-nomember)
           move "INV-MERGED" to wcat-code(wc-inv-merged)
           move "Invoices under a login merged away"
               to wcat-desc(wc-inv-merged)
           move "INV-NOMEMBER" to wcat-code(wc-inv-nomember)
           move "Invoices under a login not in MEMBERS"
               to wcat-desc(wc-inv-nomember)
           move "EVR-NOEVENT" to wcat-code(wc-evr-noevent)
           move "Event registrations for an event that is gone"
               to wcat-desc(wc-evr-noevent)
           move "EVR-NOMEMBER" to wcat-code(wc-evr-nomember)
           move "Event registrations for a login not in MEMBERS"
               to wcat-desc(wc-evr-nomember)
           move "EVT-SEATS" to wcat-code(wc-evt-regcount)
           move "Events whose seat count disagrees with sign-ups"
               to wcat-desc(wc-evt-regcount)
           move "BKG-NORES" to wcat-code(wc-bkg-nores)
           move "Bookings on a resource that no longer exists"
               to wcat-desc(wc-bkg-nores)
           move "BKG-NOMEMBER" to wcat-code(wc-bkg-nomember)
           move "Bookings for a login not in MEMBERS"
               to wcat-desc(wc-bkg-nomember)
           move "LKR-LAPSED" to wcat-code(wc-lkr-lapsed)
           move "Lockers held by a lapsed, merged or missing member"
               to wcat-desc(wc-lkr-lapsed)
           move "HH-NOPAYER" to wcat-code(wc-hh-nopayer)
           move "Households with no bill payer"
               to wcat-desc(wc-hh-nopayer)
           move "HH-MANYPAYER" to wcat-code(wc-hh-manypayer)
           move "Households with more than one bill payer"
               to wcat-desc(wc-hh-manypayer)
           move "CMP-CLOSED" to wcat-code(wc-cmp-closed)
           move "Members linked to a closed company"
               to wcat-desc(wc-cmp-closed)
           move "CMP-MISSING" to wcat-code(wc-cmp-missing)
           move "Members linked to a company that does not exist"
               to wcat-desc(wc-cmp-missing)
           move "MRG-BROKEN" to wcat-code(wc-mrg-broken)
           move "Merged members pointing at a missing or merged login"
               to wcat-desc(wc-mrg-broken)
           perform varying wc from 1 by 1 until wc > 15
               move zeros to wcat-found(wc) wcat-fixed(wc)
           end-perform.
      *>--------------------------------------------------------------
      *> MEMBERS: company links, households, merge pointers.
      *>--------------------------------------------------------------
       check-members.
           perform begin-section
           open input companies
           move fstatus to wt-fstatus
           read members next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if merged-into not = spaces
                   if wmg-count < 2000
                       add 1 to wmg-count
                       move login to wmg-login(wmg-count)
                       move merged-into to wmg-target(wmg-count)
                   else
                       move "Y" to wmg-overflow
                   end-if
               else
                   if company-id not = zeros and wt-fstatus = zeros
                       perform check-company-link
                   end-if
                   if household-id not = zeros
                       perform tally-household
                   end-if
               end-if
               read members next
                   at end move "10" to fstatus
               end-read
           end-perform
           if wt-fstatus = zeros
               close companies
           end-if.
       check-company-link.
           move company-id to cmp-id
           read companies
               invalid key
                   move wc-cmp-missing to wc
               not invalid key
                   if cmp-closed
                       move wc-cmp-closed to wc
                   else
                       exit paragraph
                   end-if
           end-read
           move login to wkeytext
           move spaces to wdetail
           string "COMPANY " company-id delimited by size
               into wdetail
           end-string
           if wfix = "Y"
               move login to wlogin
               move wdetail to waudit-old-name
               move zeros to company-id
               rewrite reg-members
               perform audit-fix
           end-if
           perform report-finding.
       tally-household.
           move "N" to whh-found
           perform varying whh-idx from 1 by 1
                   until whh-idx > whh-count or whh-found = "Y"
               if whh-id(whh-idx) = household-id
                   move "Y" to whh-found
               end-if
           end-perform
           if whh-found = "Y"
               subtract 1 from whh-idx
           else
               if whh-count >= 3000
                   move "Y" to whh-overflow
                   exit paragraph
               end-if
               add 1 to whh-count
               move whh-count to whh-idx
               move household-id to whh-id(whh-idx)
               move zeros to whh-members(whh-idx) whh-payers(whh-idx)
               move login to whh-login(whh-idx)
           end-if
           add 1 to whh-members(whh-idx)
           if is-bill-payer
               add 1 to whh-payers(whh-idx)
           end-if.
       check-merge-chains.
      *> A merged record must point at a member that is still there
      *> and not itself merged away.
           perform varying wmg-idx from 1 by 1
                   until wmg-idx > wmg-count
               move wmg-target(wmg-idx) to login
               read members
                   invalid key
                       move "SURVIVOR MISSING" to wdetail
                       perform report-broken-merge
                   not invalid key
                       if merged-into not = spaces
                           move "SURVIVOR ALSO MERGED" to wdetail
                           perform report-broken-merge
                       end-if
               end-read
           end-perform
           if wmg-overflow = "Y"
               move spaces to report-line
               move "MERGED-MEMBER TABLE FULL -- CHAINS NOT ALL CHECKED"
                   to report-line
               write report-line
           end-if.
       report-broken-merge.
           move wc-mrg-broken to wc
           move wmg-login(wmg-idx) to wkeytext
           move spaces to report-line
           perform report-finding
           move spaces to report-line
           string "      -> " wmg-target(wmg-idx)
               delimited by size into report-line
           end-string
           write report-line.
       check-households.
           perform varying whh-idx from 1 by 1
                   until whh-idx > whh-count
               move spaces to wdetail
               string "HOUSEHOLD " whh-id(whh-idx) " MEMBERS "
                      whh-members(whh-idx)
                   delimited by size into wdetail
               end-string
               move whh-login(whh-idx) to wkeytext
               evaluate true
                   when whh-payers(whh-idx) = zeros
                       move wc-hh-nopayer to wc
                       if wfix = "Y" and whh-members(whh-idx) = 1
                           perform fix-sole-payer
                       end-if
                       perform report-finding
                   when whh-payers(whh-idx) > 1
                       move wc-hh-manypayer to wc
                       perform report-finding
               end-evaluate
           end-perform
           if whh-overflow = "Y"
               move spaces to report-line
               move "HOUSEHOLD TABLE FULL -- HOUSEHOLDS NOT ALL CHECKED"
                   to report-line
               write report-line
           end-if.
       fix-sole-payer.
           move whh-login(whh-idx) to login
           read members invalid key
               exit paragraph
           end-read
           move "Y" to bill-payer
           rewrite reg-members
           move login to wlogin
           move wdetail to waudit-old-name
           perform audit-fix.
      *>--------------------------------------------------------------
      *> Files keyed by login.
      *>--------------------------------------------------------------
       check-payments.
           if wfix = "Y"
               open i-o payments
           else
               open input payments
           end-if
           if fstatus not = zeros
               exit paragraph
           end-if
           move spaces to wprev-login
           move zeros to wrowcount
           read payments next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if pay-login not = wprev-login
                   if wprev-login not = spaces
                       perform end-payment-login
                   end-if
                   move pay-login to wprev-login
                   move zeros to wrowcount
               end-if
               add 1 to wrowcount
               read payments next
                   at end move "10" to fstatus
               end-read
           end-perform
           if wprev-login not = spaces
               perform end-payment-login
           end-if
           if wfix = "Y"
               perform varying wrk-idx from 1 by 1
                       until wrk-idx > wrk-count
                   perform rekey-payments
               end-perform
           end-if
           close payments.
       end-payment-login.
           move wprev-login to wchk-login
           perform look-up-member
           evaluate wchk-state
               when "G"
                   move wc-pay-merged to wc
                   if wfix = "Y" and wrk-count < 500
                       add 1 to wrk-count
                       move wprev-login to wrk-login(wrk-count)
                       move wchk-target to wrk-target(wrk-count)
                   end-if
               when "M"
                   move wc-pay-nomember to wc
               when other
                   exit paragraph
           end-evaluate
           move wprev-login to wkeytext
           move spaces to wdetail
           string wrowcount " ROWS" delimited by size into wdetail
           end-string
           perform report-finding.
       rekey-payments.
      *> Same two passes as the merge: collect the row stamps, then
      *> move each row, re-stamping on a clash rather than losing it.
           move zeros to wseq-count wmovedrows wfailrows
           move "00" to wk-fstatus
           move low-values to pay-key
           move wrk-login(wrk-idx) to pay-login
           start payments key is not less than pay-key
               invalid key move "10" to wk-fstatus
           end-start
           if wk-fstatus not = "10"
               read payments next
                   at end move "10" to wk-fstatus
               end-read
           end-if
           perform until wk-fstatus = "10"
                   or pay-login not = wrk-login(wrk-idx)
                   or wseq-count >= 500
               add 1 to wseq-count
               move pay-seq to wseq-entry(wseq-count)
               read payments next
                   at end move "10" to wk-fstatus
               end-read
           end-perform
           perform varying wseq-idx from 1 by 1
                   until wseq-idx > wseq-count
               move wrk-login(wrk-idx) to pay-login
               move wseq-entry(wseq-idx) to pay-seq
               read payments invalid key
                   continue
               not invalid key
                   perform move-one-row
               end-read
           end-perform
           if wmovedrows > zeros
               add 1 to wcat-fixed(wc-pay-merged)
               add 1 to wtotal-fixed
               move wrk-login(wrk-idx) to wlogin
               move spaces to waudit-old-name
               string "PAY-MERGED " wmovedrows " ROWS TO "
                          delimited by size
                      wrk-target(wrk-idx) delimited by size
                   into waudit-old-name
               end-string
               move "INTEGRITY-FIX" to waudit-op
               perform write-audit
           end-if
           if wfailrows > zeros
               move spaces to report-line
               string "      " wrk-login(wrk-idx) delimited by size
                      " -- " wfailrows delimited by size
                      " ROWS COULD NOT BE MOVED" delimited by size
                   into report-line
               end-string
               write report-line
           end-if.
       move-one-row.
           move reg-payments to wpayrow-buf
           delete payments record
           move wpayrow-buf to reg-payments
           move wrk-target(wrk-idx) to pay-login
           move "N" to wwritten
           move zeros to wretry9
           perform until wwritten = "Y" or wretry9 > 5
               write reg-payments
                   invalid key
                       add 1 to wretry9
                       move pay-seq to wseqbump
                       add 1 to wseqbump
                       move wseqbump to pay-seq
                   not invalid key
                       move "Y" to wwritten
                       add 1 to wmovedrows
               end-write
           end-perform
           if wwritten = "N"
               move wpayrow-buf to reg-payments
               write reg-payments
                   invalid key continue
               end-write
               add 1 to wfailrows
           end-if.
       check-invoices.
           open input invoices
           if fstatus not = zeros
               exit paragraph
           end-if
           move spaces to wprev-login
           move zeros to wrowcount
           read invoices next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if inv-login not = wprev-login
                   if wprev-login not = spaces
                       perform end-invoice-login
                   end-if
                   move inv-login to wprev-login
                   move zeros to wrowcount
               end-if
               add 1 to wrowcount
               read invoices next
                   at end move "10" to fstatus
               end-read
           end-perform
           if wprev-login not = spaces
               perform end-invoice-login
           end-if
           close invoices.
       end-invoice-login.
           move wprev-login to wchk-login
           perform look-up-member
           evaluate wchk-state
               when "G"
                   move wc-inv-merged to wc
               when "M"
                   move wc-inv-nomember to wc
               when other
                   exit paragraph
           end-evaluate
           move wprev-login to wkeytext
           move spaces to wdetail
           string wrowcount " INVOICES" delimited by size
               into wdetail
           end-string
           perform report-finding.
      *>--------------------------------------------------------------
      *> Events.
      *>--------------------------------------------------------------
       check-eventreg.
           if wfix = "Y"
               open i-o eventreg
           else
               open input eventreg
           end-if
           if fstatus not = zeros
               exit paragraph
           end-if
           open input events
           move fstatus to wt-fstatus
           move zeros to wlast-event
           move "N" to wlast-event-ok
           read eventreg next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if evr-event not = wlast-event or wlast-event = zeros
                   move evr-event to wlast-event
                   move "Y" to wlast-event-ok
                   if wt-fstatus = zeros
                       move evr-event to evt-id
                       read events invalid key
                           move "N" to wlast-event-ok
                       end-read
                   end-if
               end-if
               if wlast-event-ok = "N"
                   perform report-orphan-registration
               end-if
               move evr-login to wchk-login
               perform look-up-member
               if wchk-state = "M"
                   move wc-evr-nomember to wc
                   perform set-eventreg-key
                   move evr-login to wkeytext
                   perform report-finding
               end-if
               read eventreg next
                   at end move "10" to fstatus
               end-read
           end-perform
           if wt-fstatus = zeros
               close events
           end-if
           perform varying wdel-idx from 1 by 1
                   until wdel-idx > wdel-count
               move wdel-key(wdel-idx) to evr-key
               read eventreg invalid key
                   continue
               not invalid key
                   move evr-login to wlogin
                   move spaces to waudit-old-name
                   string "EVR-NOEVENT EVENT " evr-event
                       delimited by size into waudit-old-name
                   end-string
                   delete eventreg record
                   perform audit-fix
                   move "N" to wfixed
                   add 1 to wcat-fixed(wc-evr-noevent)
                   add 1 to wtotal-fixed
               end-read
           end-perform
           close eventreg.
       report-orphan-registration.
           move wc-evr-noevent to wc
           perform set-eventreg-key
           move evr-login to wkeytext
      *> A registration that carried a fee has money to settle, so
      *> it stays for the office.
           if wfix = "Y" and evr-fee-seq = spaces and wdel-count < 500
               add 1 to wdel-count
               move evr-key to wdel-key(wdel-count)
               move "REMOVED" to wdetail(40:7)
           end-if
           add 1 to wcat-found(wc)
           add 1 to wtotal-found
           perform write-finding-line.
       set-eventreg-key.
           move spaces to wdetail
           string "EVENT " evr-event delimited by size into wdetail
           end-string.
       check-event-seats.
      *> Seats taken = registrations plus tickets sold or held.
           if wfix = "Y"
               open i-o events
           else
               open input events
           end-if
           if fstatus not = zeros
               exit paragraph
           end-if
           open input eventreg
           move fstatus to wk-fstatus
           open input evtickets
           move fstatus to wt-fstatus
           read events next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if not evt-cancelled
                   perform count-event-seats
                   if wseats not = evt-regcount
                       move evt-regcount to wold-count
                       move wc-evt-regcount to wc
                       move spaces to wkeytext
                       string "EVENT " evt-id delimited by size
                           into wkeytext
                       end-string
                       move spaces to wdetail
                       string "SEATS " wold-count " COUNTED " wseats
                           delimited by size into wdetail
                       end-string
                       if wfix = "Y"
                           move wseats to evt-regcount
                           rewrite reg-events
                           move wkeytext to wlogin
                           move wdetail to waudit-old-name
                           perform audit-fix
                       end-if
                       perform report-finding
                   end-if
               end-if
               read events next
                   at end move "10" to fstatus
               end-read
           end-perform
           if wk-fstatus = zeros
               close eventreg
           end-if
           if wt-fstatus = zeros
               close evtickets
           end-if
           close events.
       count-event-seats.
           move zeros to wseats
           move evt-id to wsave-event
           if wk-fstatus = zeros
               move wsave-event to evr-event
               move low-values to evr-login
               move "00" to wq-fstatus
               start eventreg key is not less than evr-key
                   invalid key move "10" to wq-fstatus
               end-start
               if wq-fstatus not = "10"
                   read eventreg next
                       at end move "10" to wq-fstatus
                   end-read
               end-if
               perform until wq-fstatus = "10"
                       or evr-event not = wsave-event
                   add 1 to wseats
                   read eventreg next
                       at end move "10" to wq-fstatus
                   end-read
               end-perform
           end-if
           if wt-fstatus = zeros
               move wsave-event to etk-event
               move zeros to etk-no
               move "00" to wq-fstatus
               start evtickets key is not less than etk-key
                   invalid key move "10" to wq-fstatus
               end-start
               if wq-fstatus not = "10"
                   read evtickets next
                       at end move "10" to wq-fstatus
                   end-read
               end-if
               perform until wq-fstatus = "10"
                       or etk-event not = wsave-event
                   if etk-paid or etk-held
                       add 1 to wseats
                   end-if
                   read evtickets next
                       at end move "10" to wq-fstatus
                   end-read
               end-perform
           end-if
           move "00" to wq-fstatus.
      *>--------------------------------------------------------------
      *> Bookings and lockers.
      *>--------------------------------------------------------------
       check-bookings.
           open input bookings
           if fstatus not = zeros
               exit paragraph
           end-if
           open input resources
           move fstatus to wt-fstatus
           move zeros to wlast-res
           move "N" to wlast-res-ok
           read bookings next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if not bkg-cancelled
                   perform check-one-booking
               end-if
               read bookings next
                   at end move "10" to fstatus
               end-read
           end-perform
           if wt-fstatus = zeros
               close resources
           end-if
           close bookings.
       check-one-booking.
           move spaces to wdetail
           string "RESOURCE " bkg-resource " " bkg-date " SLOT "
                  bkg-slot
               delimited by size into wdetail
           end-string
           if bkg-resource not = wlast-res or wlast-res-ok = "N"
               move bkg-resource to wlast-res
               move "Y" to wlast-res-ok
               if wt-fstatus = zeros
                   move bkg-resource to res-id
                   read resources invalid key
                       move "N" to wlast-res-ok
                   end-read
               end-if
           end-if
           if wlast-res-ok = "N"
               move wc-bkg-nores to wc
               move bkg-login to wkeytext
               perform report-finding
           end-if
           if bkg-login not = spaces
               move bkg-login to wchk-login
               perform look-up-member
               if wchk-state = "M"
                   move wc-bkg-nomember to wc
                   move bkg-login to wkeytext
                   perform report-finding
               end-if
           end-if.
       check-lockers.
           open input lockers
           if fstatus not = zeros
               exit paragraph
           end-if
           read lockers next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if lkr-occupied and lkr-login not = spaces
                   move lkr-login to wchk-login
                   perform look-up-member
                   move spaces to wdetail
                   evaluate wchk-state
                       when "M"
                           move "NOT A MEMBER" to wdetail(20:20)
                       when "G"
                           move "MERGED AWAY" to wdetail(20:20)
                       when "I"
                           move "INACTIVE" to wdetail(20:20)
                       when other
                           if wchk-suspended = "Y"
                               move "SUSPENDED" to wdetail(20:20)
                           end-if
                   end-evaluate
                   if wdetail not = spaces
                       string "LOCKER " lkr-id delimited by size
                           into wdetail
                       end-string
                       move wc-lkr-lapsed to wc
                       move lkr-login to wkeytext
                       perform report-finding
                   end-if
               end-if
               read lockers next
                   at end move "10" to fstatus
               end-read
           end-perform
           close lockers.
      *>--------------------------------------------------------------
      *> Shared.
      *>--------------------------------------------------------------
       look-up-member.
      *> Sets WCHK-STATE for WCHK-LOGIN from the member record.
           move spaces to wchk-target
           move "N" to wchk-suspended
           evaluate true
               when wchk-login(1:5) = "COMP-" or "HIRE-" or "PASS-"
                   move "X" to wchk-state
                   exit paragraph
               when wchk-login(1:4) = "DEP-" or "REM-" or "RMS-"
                   move "X" to wchk-state
                   exit paragraph
               when wchk-login(1:6) = "EVENT-"
                   move "X" to wchk-state
                   exit paragraph
               when wchk-login(1:7) = "COURSE-" or "TICKET-"
                   move "X" to wchk-state
                   exit paragraph
               when wchk-login(1:8) = "VOUCHER-"
                   move "X" to wchk-state
                   exit paragraph
           end-evaluate
           move wchk-login to login
           read members
               invalid key
                   move "M" to wchk-state
               not invalid key
                   evaluate true
                       when merged-into not = spaces
                           move "G" to wchk-state
                           move merged-into to wchk-target
                       when member-active
                           move "A" to wchk-state
                       when member-pending
                           move "P" to wchk-state
                       when other
                           move "I" to wchk-state
                   end-evaluate
                   if member-suspended
                       move "Y" to wchk-suspended
                   end-if
           end-read.
       report-finding.
      *> WC is the category, WKEYTEXT what is broken, WDETAIL how.
           add 1 to wcat-found(wc)
           add 1 to wtotal-found
           if wfixed = "Y"
               add 1 to wcat-fixed(wc)
               add 1 to wtotal-fixed
               move "FIXED" to wdetail(50:5)
               move "N" to wfixed
           end-if
           perform write-finding-line.
       write-finding-line.
           move spaces to report-line
           move wcat-code(wc) to report-line(1:12)
           move wkeytext to report-line(14:50)
           move wdetail to report-line(66:60)
           write report-line.
       audit-fix.
      *> The fixing paragraph sets WLOGIN and WAUDIT-OLD-NAME;
      *> REPORT-FINDING counts the fix.
           move "INTEGRITY-FIX" to waudit-op
           perform write-audit
           move "Y" to wfixed.
       begin-section.
           move spaces to report-line
           write report-line
           move spaces to report-line
           move "CATEGORY" to report-line(1:12)
           move "LOGIN / KEY" to report-line(14:50)
           move "DETAIL" to report-line(66:60)
           write report-line.
       write-summary.
           move spaces to report-line
           write report-line
           move spaces to report-line
           move "SUMMARY BY CATEGORY" to report-line
           write report-line
           perform varying wc from 1 by 1 until wc > 15
               move spaces to report-line
               move wcat-code(wc) to report-line(1:12)
               move wcat-desc(wc) to report-line(14:52)
               string "FOUND " wcat-found(wc) "  FIXED "
                      wcat-fixed(wc)
                   delimited by size into report-line(67:30)
               end-string
               write report-line
           end-perform
           move spaces to report-line
           string "TOTAL FOUND " wtotal-found "  FIXED " wtotal-fixed
               delimited by size into report-line
           end-string
           write report-line.
           copy "audit-log.cpy".
