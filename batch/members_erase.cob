       identification division.
       program-id. members-erase.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "payments.sel".
           copy "invoices.sel".
           copy "payplan.sel".
           copy "refunds.sel".
           copy "payhold.sel".
           copy "secdeps.sel".
           copy "collect.sel".
           copy "dunning.sel".
           copy "defrev.sel".
           copy "pledges.sel".
           copy "gwtxn.sel".
           copy "lespacks.sel".
           copy "lessons.sel".
           copy "bookings.sel".
           copy "eventreg.sel".
           copy "evwait.sel".
           copy "evfeed.sel".
           copy "crsenrol.sel".
           copy "compent.sel".
           copy "compfix.sel".
           copy "volhours.sel".
           copy "volsign.sel".
           copy "agmatt.sel".
           copy "proxies.sel".
           copy "offices.sel".
           copy "guests.sel".
           copy "referrals.sel".
           copy "lockers.sel".
           copy "lkrwait.sel".
           copy "loans.sel".
           copy "itemhold.sel".
           copy "badges.sel".
           copy "permits.sel".
           copy "vehicles.sel".
           copy "waitlist.sel".
           copy "msgstatus.sel".
           copy "remindlog.sel".
           copy "sarlog.sel".
           copy "chgreq.sel".
           copy "emergency.sel".
           copy "incidents.sel".
           copy "notes.sel".
           copy "memdocs.sel".
           copy "quals.sel".
           copy "sessions.sel".
           copy "otp.sel".
           copy "fedreg.sel".
           copy "points.sel".
           copy "camprcp.sel".
           copy "rptindex.sel".
           copy "counters.sel".
           copy "audit.sel".
           copy "erasure.sel".
           select arch-in assign to wlseq-name
               organization is line sequential
               file status is wi-fstatus.
           select lseq-in assign to wlseq-name
               organization is line sequential
               file status is wi-fstatus.
           select lseq-out assign to wlseq-name
               organization is line sequential
               file status is wi-fstatus.
           select erase-tmp-out assign to "erase.tmp"
               organization is line sequential
               file status is wk-fstatus.
           select erase-tmp-in assign to "erase.tmp"
               organization is line sequential
               file status is wk-fstatus.
           select report-out assign to "members-erase.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "members.cpy".
           copy "payments.cpy".
           copy "invoices.cpy".
           copy "payplan.cpy".
           copy "refunds.cpy".
           copy "payhold.cpy".
           copy "secdeps.cpy".
           copy "collect.cpy".
           copy "dunning.cpy".
           copy "defrev.cpy".
           copy "pledges.cpy".
           copy "gwtxn.cpy".
           copy "lespacks.cpy".
           copy "lessons.cpy".
           copy "bookings.cpy".
           copy "eventreg.cpy".
           copy "evwait.cpy".
           copy "evfeed.cpy".
           copy "crsenrol.cpy".
           copy "compent.cpy".
           copy "compfix.cpy".
           copy "volhours.cpy".
           copy "volsign.cpy".
           copy "agmatt.cpy".
           copy "proxies.cpy".
           copy "offices.cpy".
           copy "guests.cpy".
           copy "referrals.cpy".
           copy "lockers.cpy".
           copy "lkrwait.cpy".
           copy "loans.cpy".
           copy "itemhold.cpy".
           copy "badges.cpy".
           copy "permits.cpy".
           copy "vehicles.cpy".
           copy "waitlist.cpy".
           copy "msgstatus.cpy".
           copy "remindlog.cpy".
           copy "sarlog.cpy".
           copy "chgreq.cpy".
           copy "emergency.cpy".
           copy "incidents.cpy".
           copy "notes.cpy".
           copy "memdocs.cpy".
           copy "quals.cpy".
           copy "sessions.cpy".
           copy "otp.cpy".
           copy "fedreg.cpy".
           copy "points.cpy".
           copy "camprcp.cpy".
           copy "rptindex.cpy".
           copy "counters.cpy".
           copy "audit.cpy".
           copy "erasure.cpy".
       fd  arch-in.
       01  arch-in-line     pic x(1300).
       fd  lseq-in.
       01  lseq-in-line     pic x(700).
       fd  lseq-out.
       01  lseq-out-line    pic x(700).
       fd  erase-tmp-out.
       01  tmp-out-line     pic x(700).
       fd  erase-tmp-in.
       01  tmp-in-line      pic x(700).
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wi-fstatus        pic xx     value "00".
       01  wk-fstatus        pic xx     value "00".
       01  wr-fstatus        pic xx     value "00".
       01  wo-fstatus        pic xx     value "00".
       01  wlogin            pic x(60) value spaces.
       01  wold              pic x(60) value spaces.
       01  wnew              pic x(60) value spaces.
       01  wold-email        pic x(120) value spaces.
       01  wold-phone        pic x(120) value spaces.
       01  wold-id           pic 9(09) value zeros.
       01  werase-by         pic x(60) value spaces.
       01  wrefusal          pic x(60) value spaces.
       01  wbalance          pic s9(09)v99 value zeros.
       01  wopeninv          pic s9(09)v99 value zeros.
       01  wamt-display      pic -zzzzzz9,99.
       01  wdigest-salt      pic x(60) value "ERASURE".
       01  wdigest-in        pic x(120) value spaces.
       01  wdigest-out       pic x(40) value spaces.
       78  wmax-rows         value 2000.
       01  wrow-count        pic 9(04) value zeros.
       01  wrow-idx          pic 9(04) value zeros.
       01  wrow-table.
           02 wrow occurs 2000 times pic x(400).
       01  wmore             pic x(01) value "N".
       01  wfile-label       pic x(20) value spaces.
       01  wchanged          pic 9(07) value zeros.
       01  wdeleted          pic 9(07) value zeros.
       01  wtot-changed      pic 9(07) value zeros.
       01  wtot-deleted      pic 9(07) value zeros.
       01  wlseq-name        pic x(60) value spaces.
       01  wlseq-pos1        pic 9(03) value zeros.
       01  wlseq-pos2        pic 9(03) value zeros.
       01  wlseq-blank-pos   pic 9(03) value zeros.
       01  wlseq-blank-len   pic 9(03) value zeros.
       01  warch-found       pic x(01) value "N".
       01  winc-hit          pic x(01) value "N".
       01  winc-idx          pic 9(01) value zeros.
       01  wrl-job           pic x(30) value "MEMBERS-ERASE".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       erase-main.
      *> Right to erasure for one former member: ERASE_LOGIN names
      *> them and ERASE_BY the admin login authorising it. Nothing is
      *> touched while money is still open between us -- a non-zero
      *> balance, an open invoice or instalment, a refund or deposit
      *> not yet settled, or a held adjustment -- nor for a member
      *> who has not left. Otherwise every file keyed to the login
      *> is worked through under the pseudonym ERASED-<member id>:
      *>   money and dates (PAYMENTS, INVOICES, PAYPLAN, REFUNDS,
      *>   deferred revenue, collections, bookings, lessons, the
      *>   loyalty points ledger ...) are re-keyed, so closed PERIODS
      *>   still reconcile to the cent;
      *>   personal-only records (emergency contact and medical,
      *>   notes, documents, qualifications, vehicles, sessions,
      *>   pending change requests, reminders) are deleted;
      *>   contact details on queued messages, campaign recipient
      *>   lists and the waitlist, names and injuries on incident
      *>   reports and the source address of security events are
      *>   blanked; the lifecycle feed (with its archived
      *>   generations), competition fixtures and the like are
      *>   re-keyed; the MEMBERS row becomes a pseudonymous stub
      *>   with type, status and membership dates only.
      *> A member MEMBERS-ARCHIVE has moved out to the archive files
      *> is refused until MEMBERS-UNARCHIVE brings them back.
      *> The audit trail is hash-chained and is left as written; its
      *> lines age out under HOUSEKEEPING's retention. Logins keyed
      *> in staff "by" columns are the staff member acting and are
      *> not this process's business. The certificate goes to the
      *> retention-exempt erasure.log and members-erase.txt.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           accept wold from environment "ERASE_LOGIN"
           accept werase-by from environment "ERASE_BY"
           open output report-out
           move spaces to report-line
           string "MEMBER ERASURE " delimited by size
                  function current-date(1:8) delimited by size
               into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           perform check-request
           if wrefusal not = spaces
               move spaces to report-line
               string "REFUSED: " delimited by size
                      wrefusal delimited by size
                   into report-line
               end-string
               write report-line
               close report-out
               display "ERASURE REFUSED: " wrefusal
               move 8 to return-code
               move "OK   " to wrl-phase
               call "runlog" using wrl-job wrl-phase wrl-count
               stop run
           end-if
           perform check-outstanding
           if wrefusal not = spaces
               move spaces to report-line
               string "REFUSED: " delimited by size
                      wrefusal delimited by size
                   into report-line
               end-string
               write report-line
               close report-out
               display "ERASURE REFUSED: " wrefusal
               move 8 to return-code
               move "OK   " to wrl-phase
               call "runlog" using wrl-job wrl-phase wrl-count
               stop run
           end-if
           move spaces to report-line
           string "ERASING UNDER PSEUDONYM " delimited by size
                  wnew delimited by size
               into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           perform erase-payments
           perform erase-invoices
           perform erase-payplan
           perform erase-defrev
           perform erase-collect
           perform erase-refunds
           perform erase-payhold
           perform erase-secdeps
           perform erase-pledges
           perform erase-points
           perform erase-gwtxn
           perform erase-lespacks
           perform erase-lessons
           perform erase-bookings
           perform erase-eventreg
           perform erase-evwait
           perform erase-evfeed
           perform erase-crsenrol
           perform erase-compent
           perform erase-compfix
           perform erase-volhours
           perform erase-volsign
           perform erase-agmatt
           perform erase-proxies
           perform erase-offices
           perform erase-guests
           perform erase-referrals
           perform erase-lockers
           perform erase-lkrwait
           perform erase-loans
           perform erase-itemhold
           perform erase-badges
           perform erase-permits
           perform erase-waitlist
           perform erase-msgstatus
           perform erase-camprcp
           perform erase-sarlog
           perform erase-dunning
           perform erase-vehicles
           perform erase-remindlog
           perform erase-chgreq
           perform erase-emergency
           perform erase-incidents
           perform erase-notes
           perform erase-memdocs
           perform erase-quals
           perform erase-sessions
           perform erase-otp
           perform erase-fedreg
           move "MEMEVENTS" to wfile-label
           move "memevents.dat" to wlseq-name
           move 26 to wlseq-pos1
           move zeros to wlseq-pos2
           perform erase-line-file
           perform erase-memevents-arch
           move "VISITS" to wfile-label
           move "visits.dat" to wlseq-name
           move 26 to wlseq-pos1
           move zeros to wlseq-pos2
           perform erase-line-file
           move "READLOG" to wfile-label
           move "readlog.dat" to wlseq-name
           move 16 to wlseq-pos1
           move 77 to wlseq-pos2
           perform erase-line-file
      *> Failed logins and lockouts keep their count and time; the
      *> address they came from goes with the login.
           move "SECEVENTS" to wfile-label
           move "secevents.log" to wlseq-name
           move 29 to wlseq-pos1
           move zeros to wlseq-pos2
           move 90 to wlseq-blank-pos
           move 45 to wlseq-blank-len
           perform erase-line-file
           move zeros to wlseq-blank-pos wlseq-blank-len
      *> A file that stopped at the row limit still has rows under
      *> the old login, so the MEMBERS row keeps it too -- the rerun
      *> must still find the member -- and no certificate is issued
      *> until everything has gone.
           if wmore = "Y"
               perform write-partial
           else
               perform erase-member
               perform write-certificate
           end-if
           close report-out
           display "ERASED " function trim(wold) " AS "
               function trim(wnew) ": " wtot-changed " CHANGED, "
               wtot-deleted " DELETED"
           if wmore = "Y"
               display "ROW LIMIT REACHED -- RUN AGAIN TO FINISH"
               move 4 to return-code
           end-if
           move "OK   " to wrl-phase
           compute wrl-count = wtot-changed + wtot-deleted
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       check-request.
           move spaces to wrefusal
           if wold = spaces
               move "ERASE_LOGIN NOT GIVEN" to wrefusal
               exit paragraph
           end-if
           open input members
           if fstatus not = zeros
               display "ERRO ABRINDO members: " fstatus
               stop run
           end-if
           move werase-by to login
           read members invalid key
               initialize reg-members
           end-read
           if werase-by = spaces or not member-admin
               move "ERASE_BY MUST BE AN ADMIN LOGIN" to wrefusal
               close members
               exit paragraph
           end-if
           move wold to login
           read members invalid key
               perform find-in-archive
               if warch-found = "Y"
                   move "ARCHIVED -- RUN MEMBERS-UNARCHIVE FIRST"
                       to wrefusal
               else
                   move "NO SUCH MEMBER" to wrefusal
               end-if
               close members
               exit paragraph
           end-read
           close members
           if login(1:7) = "ERASED-"
               move "ALREADY ERASED" to wrefusal
               exit paragraph
           end-if
           if member-active or member-pending
                   or (resign-date = spaces and not member-inactive)
               move "NOT A FORMER MEMBER -- RESIGN OR LAPSE FIRST"
                   to wrefusal
               exit paragraph
           end-if
           move email to wold-email
           move phone to wold-phone
           move member-id to wold-id
           if wold-id = zeros
               move "ERASE-SEQ" to wcountername
               perform next-counter
               move wcountervalue to wold-id
           end-if
           move spaces to wnew
           string "ERASED-" delimited by size
                  wold-id delimited by size
               into wnew
           end-string.
       find-in-archive.
      *> MEMBERS-ARCHIVE takes a dormant member out of MEMBERS and
      *> PAYMENTS altogether into the archive files; they are brought
      *> back whole by MEMBERS-UNARCHIVE before they can be erased.
      *> Only asked when the login is not live: archived rows under a
      *> login registered again since belong to its earlier holder.
           move "N" to warch-found
           move "members-arch.dat" to wlseq-name
           perform scan-archive
           if warch-found = "N"
               move "payments-arch.dat" to wlseq-name
               perform scan-archive
           end-if.
       scan-archive.
      *> Both archive layouts start with the login.
           open input arch-in
           if wi-fstatus not = zeros
               exit paragraph
           end-if
           read arch-in
               at end move "10" to wi-fstatus
           end-read
           perform until wi-fstatus = "10" or warch-found = "Y"
               if arch-in-line(1:60) = wold
                   move "Y" to warch-found
               end-if
               read arch-in
                   at end move "10" to wi-fstatus
               end-read
           end-perform
           close arch-in.
       check-outstanding.
      *> Same arithmetic as the resignation settlement: charges up,
      *> payments and credits down; either sign is money still open.
           move zeros to wbalance wopeninv
           open input payments
           if fstatus = zeros
               move "00" to wo-fstatus
               move low-values to pay-key
               move wold to pay-login
               start payments key is not less than pay-key
                   invalid key move "10" to wo-fstatus
               end-start
               if wo-fstatus not = "10"
                   read payments next
                       at end move "10" to wo-fstatus
                   end-read
               end-if
               perform until wo-fstatus = "10"
                       or pay-login not = wold
                   if pay-reversed not = "Y"
                       if pay-kind-reversal or pay-kind-adj-debit
                               or pay-kind-latefee or pay-kind-tab
                           add pay-amount to wbalance
                       else
                           subtract pay-amount from wbalance
                       end-if
                   end-if
                   read payments next
                       at end move "10" to wo-fstatus
                   end-read
               end-perform
               close payments
           end-if
           if wbalance not = zeros
               move wbalance to wamt-display
               string "BALANCE OUTSTANDING " delimited by size
                      wamt-display delimited by size
                   into wrefusal
               end-string
               exit paragraph
           end-if
           open input invoices
           if fstatus = zeros
               move "00" to wo-fstatus
               move low-values to inv-key
               move wold to inv-login
               start invoices key is not less than inv-key
                   invalid key move "10" to wo-fstatus
               end-start
               if wo-fstatus not = "10"
                   read invoices next
                       at end move "10" to wo-fstatus
                   end-read
               end-if
               perform until wo-fstatus = "10"
                       or inv-login not = wold
                   if inv-open
                       compute wopeninv =
                           wopeninv + inv-amount - inv-paid
                   end-if
                   read invoices next
                       at end move "10" to wo-fstatus
                   end-read
               end-perform
               close invoices
           end-if
           if wopeninv not = zeros
               move "OPEN INVOICE OUTSTANDING" to wrefusal
               exit paragraph
           end-if
           open input payplan
           if fstatus = zeros
               move "00" to wo-fstatus
               move wold to plan-login
               move zeros to plan-inst
               start payplan key is not less than plan-key
                   invalid key move "10" to wo-fstatus
               end-start
               if wo-fstatus not = "10"
                   read payplan next
                       at end move "10" to wo-fstatus
                   end-read
               end-if
               perform until wo-fstatus = "10"
                       or plan-login not = wold
                   if plan-inst-open
                       move "PAYMENT PLAN INSTALMENT OPEN" to wrefusal
                   end-if
                   read payplan next
                       at end move "10" to wo-fstatus
                   end-read
               end-perform
               close payplan
           end-if
           if wrefusal not = spaces
               exit paragraph
           end-if
           open input refunds
           if fstatus = zeros
               read refunds next
                   at end move "10" to fstatus
               end-read
               perform until fstatus = "10"
                   if rfd-login = wold and (rfd-queued or rfd-sent)
                       move "REFUND NOT YET SETTLED" to wrefusal
                   end-if
                   read refunds next
                       at end move "10" to fstatus
                   end-read
               end-perform
               close refunds
           end-if
           if wrefusal not = spaces
               exit paragraph
           end-if
           open input secdeps
           if fstatus = zeros
               read secdeps next
                   at end move "10" to fstatus
               end-read
               perform until fstatus = "10"
                   if sdp-login = wold and (sdp-held or sdp-refunding)
                       move "SECURITY DEPOSIT STILL HELD" to wrefusal
                   end-if
                   read secdeps next
                       at end move "10" to fstatus
                   end-read
               end-perform
               close secdeps
           end-if
           if wrefusal not = spaces
               exit paragraph
           end-if
           open input payhold
           if fstatus = zeros
               read payhold next
                   at end move "10" to fstatus
               end-read
               perform until fstatus = "10"
                   if phd-login = wold and phd-pending
                       move "HELD ADJUSTMENT AWAITING APPROVAL"
                           to wrefusal
                   end-if
                   read payhold next
                       at end move "10" to fstatus
                   end-read
               end-perform
               close payhold
           end-if.
       begin-file.
           move zeros to wchanged wdeleted wrow-count.
       end-file.
           add wchanged to wtot-changed
           add wdeleted to wtot-deleted
           if wchanged = zeros and wdeleted = zeros
               exit paragraph
           end-if
           move spaces to report-line
           move wfile-label to report-line(1:20)
           string "PSEUDONYMISED " wchanged delimited by size
                  "  DELETED " delimited by size
                  wdeleted delimited by size
               into report-line(22:60)
           end-string
           write report-line.
       note-row-limit.
           if wrow-count >= wmax-rows
               move "Y" to wmore
           end-if.
      *>--------------------------------------------------------------
      *> Re-keyed files: matching rows are collected first, then each
      *> is deleted under the old key and written under the new, so
      *> the walk never fights its own deletes (as MERGE does).
      *>--------------------------------------------------------------
       erase-payments.
           move "PAYMENTS" to wfile-label
           perform begin-file
           open i-o payments
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wo-fstatus
           move low-values to pay-key
           move wold to pay-login
           start payments key is not less than pay-key
               invalid key move "10" to wo-fstatus
           end-start
           if wo-fstatus not = "10"
               read payments next
                   at end move "10" to wo-fstatus
               end-read
           end-if
           perform until wo-fstatus = "10" or pay-login not = wold
                   or wrow-count >= wmax-rows
               add 1 to wrow-count
               move reg-payments to wrow(wrow-count)
               read payments next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           perform note-row-limit
           perform varying wrow-idx from 1 by 1
                   until wrow-idx > wrow-count
               move wrow(wrow-idx) to reg-payments
               delete payments record
                   invalid key continue
               end-delete
               move wnew to pay-login
               write reg-payments
                   invalid key continue
                   not invalid key add 1 to wchanged
               end-write
           end-perform
           close payments
           perform end-file.
       erase-points.
      *> Point movements follow the money they were earned or spent
      *> against, so they are kept under the pseudonym.
           move "POINTS" to wfile-label
           perform begin-file
           open i-o points
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wo-fstatus
           move low-values to pts-key
           move wold to pts-login
           start points key is not less than pts-key
               invalid key move "10" to wo-fstatus
           end-start
           if wo-fstatus not = "10"
               read points next
                   at end move "10" to wo-fstatus
               end-read
           end-if
           perform until wo-fstatus = "10" or pts-login not = wold
                   or wrow-count >= wmax-rows
               add 1 to wrow-count
               move reg-points to wrow(wrow-count)
               read points next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           perform note-row-limit
           perform varying wrow-idx from 1 by 1
                   until wrow-idx > wrow-count
               move wrow(wrow-idx) to reg-points
               delete points record
                   invalid key continue
               end-delete
               move wnew to pts-login
               write reg-points
                   invalid key continue
                   not invalid key add 1 to wchanged
               end-write
           end-perform
           close points
           perform end-file.
       erase-invoices.
           move "INVOICES" to wfile-label
           perform begin-file
           open i-o invoices
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wo-fstatus
           move low-values to inv-key
           move wold to inv-login
           start invoices key is not less than inv-key
               invalid key move "10" to wo-fstatus
           end-start
           if wo-fstatus not = "10"
               read invoices next
                   at end move "10" to wo-fstatus
               end-read
           end-if
           perform until wo-fstatus = "10" or inv-login not = wold
                   or wrow-count >= wmax-rows
               add 1 to wrow-count
               move reg-invoices to wrow(wrow-count)
               read invoices next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           perform note-row-limit
           perform varying wrow-idx from 1 by 1
                   until wrow-idx > wrow-count
               move wrow(wrow-idx) to reg-invoices
               delete invoices record
                   invalid key continue
               end-delete
               move wnew to inv-login
               write reg-invoices
                   invalid key continue
                   not invalid key add 1 to wchanged
               end-write
           end-perform
           close invoices
           perform end-file.
       erase-payplan.
           move "PAYPLAN" to wfile-label
           perform begin-file
           open i-o payplan
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wo-fstatus
           move wold to plan-login
           move zeros to plan-inst
           start payplan key is not less than plan-key
               invalid key move "10" to wo-fstatus
           end-start
           if wo-fstatus not = "10"
               read payplan next
                   at end move "10" to wo-fstatus
               end-read
           end-if
           perform until wo-fstatus = "10" or plan-login not = wold
                   or wrow-count >= wmax-rows
               add 1 to wrow-count
               move reg-payplan to wrow(wrow-count)
               read payplan next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           perform note-row-limit
           perform varying wrow-idx from 1 by 1
                   until wrow-idx > wrow-count
               move wrow(wrow-idx) to reg-payplan
               delete payplan record
                   invalid key continue
               end-delete
               move wnew to plan-login
               write reg-payplan
                   invalid key continue
                   not invalid key add 1 to wchanged
               end-write
           end-perform
           close payplan
           perform end-file.
       erase-defrev.
           move "DEFREV" to wfile-label
           perform begin-file
           open i-o defrev
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wo-fstatus
           move low-values to dfr-key
           move wold to dfr-login
           start defrev key is not less than dfr-key
               invalid key move "10" to wo-fstatus
           end-start
           if wo-fstatus not = "10"
               read defrev next
                   at end move "10" to wo-fstatus
               end-read
           end-if
           perform until wo-fstatus = "10" or dfr-login not = wold
                   or wrow-count >= wmax-rows
               add 1 to wrow-count
               move reg-defrev to wrow(wrow-count)
               read defrev next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           perform note-row-limit
           perform varying wrow-idx from 1 by 1
                   until wrow-idx > wrow-count
               move wrow(wrow-idx) to reg-defrev
               delete defrev record
                   invalid key continue
               end-delete
               move wnew to dfr-login
               write reg-defrev
                   invalid key continue
                   not invalid key add 1 to wchanged
               end-write
           end-perform
           close defrev
           perform end-file.
       erase-collect.
           move "COLLECT" to wfile-label
           perform begin-file
           open i-o collect
           if fstatus not = zeros
               exit paragraph
           end-if
           move wold to col-login
           read collect invalid key
               close collect
               exit paragraph
           end-read
           delete collect record
               invalid key continue
           end-delete
           move wnew to col-login
           write reg-collect
               invalid key continue
               not invalid key add 1 to wchanged
           end-write
           close collect
           perform end-file.
       erase-volhours.
           move "VOLHOURS" to wfile-label
           perform begin-file
           open i-o volhours
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wo-fstatus
           move low-values to vol-key
           move wold to vol-login
           start volhours key is not less than vol-key
               invalid key move "10" to wo-fstatus
           end-start
           if wo-fstatus not = "10"
               read volhours next
                   at end move "10" to wo-fstatus
               end-read
           end-if
           perform until wo-fstatus = "10" or vol-login not = wold
                   or wrow-count >= wmax-rows
               add 1 to wrow-count
               move reg-volhours to wrow(wrow-count)
               read volhours next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           perform note-row-limit
           perform varying wrow-idx from 1 by 1
                   until wrow-idx > wrow-count
               move wrow(wrow-idx) to reg-volhours
               delete volhours record
                   invalid key continue
               end-delete
               move wnew to vol-login
               write reg-volhours
                   invalid key continue
                   not invalid key add 1 to wchanged
               end-write
           end-perform
           close volhours
           perform end-file.
       erase-eventreg.
           move "EVENTREG" to wfile-label
           perform begin-file
           open i-o eventreg
           if fstatus not = zeros
               exit paragraph
           end-if
           read eventreg next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wrow-count >= wmax-rows
               if evr-login = wold
                   add 1 to wrow-count
                   move reg-eventreg to wrow(wrow-count)
               end-if
               read eventreg next
                   at end move "10" to fstatus
               end-read
           end-perform
           perform note-row-limit
           perform varying wrow-idx from 1 by 1
                   until wrow-idx > wrow-count
               move wrow(wrow-idx) to reg-eventreg
               delete eventreg record
                   invalid key continue
               end-delete
               move wnew to evr-login
               write reg-eventreg
                   invalid key continue
                   not invalid key add 1 to wchanged
               end-write
           end-perform
           close eventreg
           perform end-file.
       erase-evfeed.
           move "EVFEED" to wfile-label
           perform begin-file
           open i-o evfeed
           if fstatus not = zeros
               exit paragraph
           end-if
           read evfeed next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wrow-count >= wmax-rows
               if evf-login = wold
                   add 1 to wrow-count
                   move reg-evfeed to wrow(wrow-count)
               end-if
               read evfeed next
                   at end move "10" to fstatus
               end-read
           end-perform
           perform note-row-limit
           perform varying wrow-idx from 1 by 1
                   until wrow-idx > wrow-count
               move wrow(wrow-idx) to reg-evfeed
               delete evfeed record
                   invalid key continue
               end-delete
      *> The rating counts; the free-text comment is theirs.
               move wnew to evf-login
               move spaces to evf-comment
               write reg-evfeed
                   invalid key continue
                   not invalid key add 1 to wchanged
               end-write
           end-perform
           close evfeed
           perform end-file.
       erase-crsenrol.
           move "CRSENROL" to wfile-label
           perform begin-file
           open i-o crsenrol
           if fstatus not = zeros
               exit paragraph
           end-if
           read crsenrol next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wrow-count >= wmax-rows
               if cen-login = wold
                   add 1 to wrow-count
                   move reg-crsenrol to wrow(wrow-count)
               end-if
               read crsenrol next
                   at end move "10" to fstatus
               end-read
           end-perform
           perform note-row-limit
           perform varying wrow-idx from 1 by 1
                   until wrow-idx > wrow-count
               move wrow(wrow-idx) to reg-crsenrol
               delete crsenrol record
                   invalid key continue
               end-delete
               move wnew to cen-login
               write reg-crsenrol
                   invalid key continue
                   not invalid key add 1 to wchanged
               end-write
           end-perform
           close crsenrol
           perform end-file.
       erase-compent.
           move "COMPENT" to wfile-label
           perform begin-file
           open i-o compent
           if fstatus not = zeros
               exit paragraph
           end-if
           read compent next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wrow-count >= wmax-rows
               if cpe-login = wold
                   add 1 to wrow-count
                   move reg-compent to wrow(wrow-count)
               end-if
               read compent next
                   at end move "10" to fstatus
               end-read
           end-perform
           perform note-row-limit
           perform varying wrow-idx from 1 by 1
                   until wrow-idx > wrow-count
               move wrow(wrow-idx) to reg-compent
               delete compent record
                   invalid key continue
               end-delete
               move wnew to cpe-login
               write reg-compent
                   invalid key continue
                   not invalid key add 1 to wchanged
               end-write
           end-perform
           close compent
           perform end-file.
       erase-compfix.
      *> Results stand; the players in them become the pseudonym.
           move "COMPFIX" to wfile-label
           perform begin-file
           open i-o compfix
           if fstatus not = zeros
               exit paragraph
           end-if
           read compfix next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wrow-count >= wmax-rows
               if cfx-home = wold or cfx-away = wold
                       or cfx-winner = wold
                   add 1 to wrow-count
                   move reg-compfix to wrow(wrow-count)
               end-if
               read compfix next
                   at end move "10" to fstatus
               end-read
           end-perform
           perform note-row-limit
           perform varying wrow-idx from 1 by 1
                   until wrow-idx > wrow-count
               move wrow(wrow-idx) to reg-compfix
               if cfx-home = wold
                   move wnew to cfx-home
               end-if
               if cfx-away = wold
                   move wnew to cfx-away
               end-if
               if cfx-winner = wold
                   move wnew to cfx-winner
               end-if
               rewrite reg-compfix
                   invalid key continue
                   not invalid key add 1 to wchanged
               end-rewrite
           end-perform
           close compfix
           perform end-file.
       erase-volsign.
           move "VOLSIGN" to wfile-label
           perform begin-file
           open i-o volsign
           if fstatus not = zeros
               exit paragraph
           end-if
           read volsign next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wrow-count >= wmax-rows
               if vsg-login = wold
                   add 1 to wrow-count
                   move reg-volsign to wrow(wrow-count)
               end-if
               read volsign next
                   at end move "10" to fstatus
               end-read
           end-perform
           perform note-row-limit
           perform varying wrow-idx from 1 by 1
                   until wrow-idx > wrow-count
               move wrow(wrow-idx) to reg-volsign
               delete volsign record
                   invalid key continue
               end-delete
               move wnew to vsg-login
               write reg-volsign
                   invalid key continue
                   not invalid key add 1 to wchanged
               end-write
           end-perform
           close volsign
           perform end-file.
       erase-agmatt.
           move "AGMATT" to wfile-label
           perform begin-file
           open i-o agmatt
           if fstatus not = zeros
               exit paragraph
           end-if
           read agmatt next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wrow-count >= wmax-rows
               if att-login = wold
                   add 1 to wrow-count
                   move reg-agmatt to wrow(wrow-count)
               end-if
               read agmatt next
                   at end move "10" to fstatus
               end-read
           end-perform
           perform note-row-limit
           perform varying wrow-idx from 1 by 1
                   until wrow-idx > wrow-count
               move wrow(wrow-idx) to reg-agmatt
               delete agmatt record
                   invalid key continue
               end-delete
               move wnew to att-login
               write reg-agmatt
                   invalid key continue
                   not invalid key add 1 to wchanged
               end-write
           end-perform
           close agmatt
           perform end-file.
       erase-proxies.
      *> Proxies given are keyed by the giver; proxies held carry
      *> the holder in the record.
           move "PROXIES" to wfile-label
           perform begin-file
           open i-o proxies
           if fstatus not = zeros
               exit paragraph
           end-if
           read proxies next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wrow-count >= wmax-rows
               if pxy-holder = wold
                   move wnew to pxy-holder
                   rewrite reg-proxies
                       invalid key continue
                   end-rewrite
                   if pxy-giver not = wold
                       add 1 to wchanged
                   end-if
               end-if
               if pxy-giver = wold
                   add 1 to wrow-count
                   move reg-proxies to wrow(wrow-count)
               end-if
               read proxies next
                   at end move "10" to fstatus
               end-read
           end-perform
           perform note-row-limit
           perform varying wrow-idx from 1 by 1
                   until wrow-idx > wrow-count
               move wrow(wrow-idx) to reg-proxies
               delete proxies record
                   invalid key continue
               end-delete
               move wnew to pxy-giver
               write reg-proxies
                   invalid key continue
                   not invalid key add 1 to wchanged
               end-write
           end-perform
           close proxies
           perform end-file.
       erase-offices.
           move "OFFICES" to wfile-label
           perform begin-file
           open i-o offices
           if fstatus not = zeros
               exit paragraph
           end-if
           read offices next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wrow-count >= wmax-rows
               if ofc-login = wold
                   add 1 to wrow-count
                   move reg-offices to wrow(wrow-count)
               end-if
               read offices next
                   at end move "10" to fstatus
               end-read
           end-perform
           perform note-row-limit
           perform varying wrow-idx from 1 by 1
                   until wrow-idx > wrow-count
               move wrow(wrow-idx) to reg-offices
               delete offices record
                   invalid key continue
               end-delete
               move wnew to ofc-login
               write reg-offices
                   invalid key continue
                   not invalid key add 1 to wchanged
               end-write
           end-perform
           close offices
           perform end-file.
       erase-guests.
      *> The guest's own details are the guest's; only the link to
      *> the sponsor is re-keyed.
           move "GUESTS" to wfile-label
           perform begin-file
           open i-o guests
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wo-fstatus
           move low-values to gst-key
           move wold to gst-sponsor
           start guests key is not less than gst-key
               invalid key move "10" to wo-fstatus
           end-start
           if wo-fstatus not = "10"
               read guests next
                   at end move "10" to wo-fstatus
               end-read
           end-if
           perform until wo-fstatus = "10" or gst-sponsor not = wold
                   or wrow-count >= wmax-rows
               add 1 to wrow-count
               move reg-guests to wrow(wrow-count)
               read guests next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           perform note-row-limit
           perform varying wrow-idx from 1 by 1
                   until wrow-idx > wrow-count
               move wrow(wrow-idx) to reg-guests
               delete guests record
                   invalid key continue
               end-delete
               move wnew to gst-sponsor
               write reg-guests
                   invalid key continue
                   not invalid key add 1 to wchanged
               end-write
           end-perform
           close guests
           perform end-file.
       erase-referrals.
      *> Their own referral row is keyed by them; rows for members
      *> they referred carry them as referrer.
           move "REFERRALS" to wfile-label
           perform begin-file
           open i-o referrals
           if fstatus not = zeros
               exit paragraph
           end-if
           read referrals next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if ref-referrer = wold
                   move wnew to ref-referrer
                   rewrite reg-referrals
                       invalid key continue
                   end-rewrite
                   add 1 to wchanged
               end-if
               read referrals next
                   at end move "10" to fstatus
               end-read
           end-perform
           move wold to ref-login
           read referrals invalid key
               continue
           not invalid key
               delete referrals record
                   invalid key continue
               end-delete
               move wnew to ref-login
               write reg-referrals
                   invalid key continue
                   not invalid key add 1 to wchanged
               end-write
           end-read
           close referrals
           perform end-file.
      *>--------------------------------------------------------------
      *> Files carrying the login as an ordinary field: rewritten in
      *> place on a straight walk.
      *>--------------------------------------------------------------
       erase-refunds.
           move "REFUNDS" to wfile-label
           perform begin-file
           open i-o refunds
           if fstatus not = zeros
               exit paragraph
           end-if
           read refunds next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if rfd-login = wold
                   move wnew to rfd-login
                   rewrite reg-refunds
                       invalid key continue
                   end-rewrite
                   add 1 to wchanged
               end-if
               read refunds next
                   at end move "10" to fstatus
               end-read
           end-perform
           close refunds
           perform end-file.
       erase-payhold.
           move "PAYHOLD" to wfile-label
           perform begin-file
           open i-o payhold
           if fstatus not = zeros
               exit paragraph
           end-if
           read payhold next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if phd-login = wold
                   move wnew to phd-login
                   rewrite reg-payhold
                       invalid key continue
                   end-rewrite
                   add 1 to wchanged
               end-if
               read payhold next
                   at end move "10" to fstatus
               end-read
           end-perform
           close payhold
           perform end-file.
       erase-secdeps.
           move "SECDEPS" to wfile-label
           perform begin-file
           open i-o secdeps
           if fstatus not = zeros
               exit paragraph
           end-if
           read secdeps next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if sdp-login = wold
                   move wnew to sdp-login
                   rewrite reg-secdeps
                       invalid key continue
                   end-rewrite
                   add 1 to wchanged
               end-if
               read secdeps next
                   at end move "10" to fstatus
               end-read
           end-perform
           close secdeps
           perform end-file.
       erase-pledges.
           move "PLEDGES" to wfile-label
           perform begin-file
           open i-o pledges
           if fstatus not = zeros
               exit paragraph
           end-if
           read pledges next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if plg-login = wold
                   move wnew to plg-login
                   rewrite reg-pledges
                       invalid key continue
                   end-rewrite
                   add 1 to wchanged
               end-if
               read pledges next
                   at end move "10" to fstatus
               end-read
           end-perform
           close pledges
           perform end-file.
       erase-gwtxn.
           move "GWTXN" to wfile-label
           perform begin-file
           open i-o gwtxn
           if fstatus not = zeros
               exit paragraph
           end-if
           read gwtxn next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if gwt-login = wold
                   move wnew to gwt-login
                   rewrite reg-gwtxn
                       invalid key continue
                   end-rewrite
                   add 1 to wchanged
               end-if
               read gwtxn next
                   at end move "10" to fstatus
               end-read
           end-perform
           close gwtxn
           perform end-file.
       erase-lespacks.
           move "LESPACKS" to wfile-label
           perform begin-file
           open i-o lespacks
           if fstatus not = zeros
               exit paragraph
           end-if
           read lespacks next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if lpk-login = wold
                   move wnew to lpk-login
                   rewrite reg-lespacks
                       invalid key continue
                   end-rewrite
                   add 1 to wchanged
               end-if
               read lespacks next
                   at end move "10" to fstatus
               end-read
           end-perform
           close lespacks
           perform end-file.
       erase-lessons.
           move "LESSONS" to wfile-label
           perform begin-file
           open i-o lessons
           if fstatus not = zeros
               exit paragraph
           end-if
           read lessons next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if les-login = wold
                   move wnew to les-login
                   rewrite reg-lessons
                       invalid key continue
                   end-rewrite
                   add 1 to wchanged
               end-if
               read lessons next
                   at end move "10" to fstatus
               end-read
           end-perform
           close lessons
           perform end-file.
       erase-bookings.
           move "BOOKINGS" to wfile-label
           perform begin-file
           open i-o bookings
           if fstatus not = zeros
               exit paragraph
           end-if
           read bookings next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if bkg-login = wold
                   move wnew to bkg-login
                   rewrite reg-bookings
                       invalid key continue
                   end-rewrite
                   add 1 to wchanged
               end-if
               read bookings next
                   at end move "10" to fstatus
               end-read
           end-perform
           close bookings
           perform end-file.
       erase-evwait.
           move "EVWAIT" to wfile-label
           perform begin-file
           open i-o evwait
           if fstatus not = zeros
               exit paragraph
           end-if
           read evwait next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if evw-login = wold
                   move wnew to evw-login
                   rewrite reg-evwait
                       invalid key continue
                   end-rewrite
                   add 1 to wchanged
               end-if
               read evwait next
                   at end move "10" to fstatus
               end-read
           end-perform
           close evwait
           perform end-file.
       erase-lockers.
           move "LOCKERS" to wfile-label
           perform begin-file
           open i-o lockers
           if fstatus not = zeros
               exit paragraph
           end-if
           read lockers next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if lkr-login = wold
                   move wnew to lkr-login
                   rewrite reg-lockers
                       invalid key continue
                   end-rewrite
                   add 1 to wchanged
               end-if
               read lockers next
                   at end move "10" to fstatus
               end-read
           end-perform
           close lockers
           perform end-file.
       erase-lkrwait.
           move "LKRWAIT" to wfile-label
           perform begin-file
           open i-o lkrwait
           if fstatus not = zeros
               exit paragraph
           end-if
           read lkrwait next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if lkw-login = wold
                   move wnew to lkw-login
                   rewrite reg-lkrwait
                       invalid key continue
                   end-rewrite
                   add 1 to wchanged
               end-if
               read lkrwait next
                   at end move "10" to fstatus
               end-read
           end-perform
           close lkrwait
           perform end-file.
       erase-loans.
           move "LOANS" to wfile-label
           perform begin-file
           open i-o loans
           if fstatus not = zeros
               exit paragraph
           end-if
           read loans next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if loan-login = wold
                   move wnew to loan-login
                   rewrite reg-loans
                       invalid key continue
                   end-rewrite
                   add 1 to wchanged
               end-if
               read loans next
                   at end move "10" to fstatus
               end-read
           end-perform
           close loans
           perform end-file.
       erase-itemhold.
           move "ITEMHOLD" to wfile-label
           perform begin-file
           open i-o itemhold
           if fstatus not = zeros
               exit paragraph
           end-if
           read itemhold next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if ith-login = wold
                   move wnew to ith-login
                   rewrite reg-itemhold
                       invalid key continue
                   end-rewrite
                   add 1 to wchanged
               end-if
               read itemhold next
                   at end move "10" to fstatus
               end-read
           end-perform
           close itemhold
           perform end-file.
       erase-badges.
           move "BADGES" to wfile-label
           perform begin-file
           open i-o badges
           if fstatus not = zeros
               exit paragraph
           end-if
           read badges next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if bdg-login = wold
                   move wnew to bdg-login
                   rewrite reg-badges
                       invalid key continue
                   end-rewrite
                   add 1 to wchanged
               end-if
               read badges next
                   at end move "10" to fstatus
               end-read
           end-perform
           close badges
           perform end-file.
       erase-permits.
           move "PERMITS" to wfile-label
           perform begin-file
           open i-o permits
           if fstatus not = zeros
               exit paragraph
           end-if
           read permits next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if prm-login = wold
      *> The plate identifies the driver as surely as a name does.
                   move wnew to prm-login
                   move spaces to prm-plate
                   rewrite reg-permits
                       invalid key continue
                   end-rewrite
                   add 1 to wchanged
               end-if
               read permits next
                   at end move "10" to fstatus
               end-read
           end-perform
           close permits
           perform end-file.
       erase-waitlist.
           move "WAITLIST" to wfile-label
           perform begin-file
           open i-o waitlist
           if fstatus not = zeros
               exit paragraph
           end-if
           read waitlist next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if wl-login-want = wold
                   move wnew to wl-login-want
                   move spaces to wl-name wl-phone wl-email
                   rewrite reg-waitlist
                       invalid key continue
                   end-rewrite
                   add 1 to wchanged
               end-if
               if wl-referrer = wold
                   move wnew to wl-referrer
                   rewrite reg-waitlist
                       invalid key continue
                   end-rewrite
                   add 1 to wchanged
               end-if
               read waitlist next
                   at end move "10" to fstatus
               end-read
           end-perform
           close waitlist
           perform end-file.
       erase-msgstatus.
      *> Delivery history stays countable; where it went and what
      *> it said do not.
           move "MSGSTATUS" to wfile-label
           perform begin-file
           open i-o msgstatus
           if fstatus not = zeros
               exit paragraph
           end-if
           read msgstatus next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if msg-login = wold
                       or (msg-email and wold-email not = spaces
                           and msg-dest = wold-email)
                       or (msg-sms and wold-phone not = spaces
                           and msg-dest = wold-phone)
                   move wnew to msg-login
                   move spaces to msg-dest msg-body
                   rewrite reg-msgstatus
                       invalid key continue
                   end-rewrite
                   add 1 to wchanged
               end-if
               read msgstatus next
                   at end move "10" to fstatus
               end-read
           end-perform
           close msgstatus
           perform end-file.
       erase-camprcp.
      *> Who a campaign reached stays countable for its report; the
      *> address or number it went to does not. The login is part
      *> of the key, so rows are collected and re-keyed as above.
           move "CAMPRCP" to wfile-label
           perform begin-file
           open i-o camprcp
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wo-fstatus
           read camprcp next
               at end move "10" to wo-fstatus
           end-read
           perform until wo-fstatus = "10"
                   or wrow-count >= wmax-rows
               if crc-login = wold or crc-member = wold
                   add 1 to wrow-count
                   move reg-camprcp to wrow(wrow-count)
               end-if
               read camprcp next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           perform note-row-limit
           perform varying wrow-idx from 1 by 1
                   until wrow-idx > wrow-count
               move wrow(wrow-idx) to reg-camprcp
               delete camprcp record
                   invalid key continue
               end-delete
               if crc-login = wold
                   move wnew to crc-login
               end-if
               if crc-member = wold
                   move wnew to crc-member
               end-if
               move spaces to crc-dest
               write reg-camprcp
                   invalid key continue
                   not invalid key add 1 to wchanged
               end-write
           end-perform
           close camprcp
           perform end-file.
       erase-sarlog.
           move "SARLOG" to wfile-label
           perform begin-file
           open i-o sarlog
           if fstatus not = zeros
               exit paragraph
           end-if
           read sarlog next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if sar-login = wold
                   move wnew to sar-login
                   rewrite reg-sarlog
                       invalid key continue
                   end-rewrite
                   add 1 to wchanged
               end-if
               read sarlog next
                   at end move "10" to fstatus
               end-read
           end-perform
           close sarlog
           perform end-file.
      *>--------------------------------------------------------------
      *> Personal-only records: deleted. Keys are collected first,
      *> as above.
      *>--------------------------------------------------------------
       erase-dunning.
           move "DUNNING" to wfile-label
           perform begin-file
           open i-o dunning
           if fstatus not = zeros
               exit paragraph
           end-if
           move wold to dun-login
           read dunning invalid key
               continue
           not invalid key
               delete dunning record
                   invalid key continue
                   not invalid key add 1 to wdeleted
               end-delete
           end-read
           close dunning
           perform end-file.
       erase-vehicles.
           move "VEHICLES" to wfile-label
           perform begin-file
           open i-o vehicles
           if fstatus not = zeros
               exit paragraph
           end-if
           read vehicles next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wrow-count >= wmax-rows
               if veh-login = wold
                   add 1 to wrow-count
                   move reg-vehicles to wrow(wrow-count)
               end-if
               read vehicles next
                   at end move "10" to fstatus
               end-read
           end-perform
           perform note-row-limit
           perform varying wrow-idx from 1 by 1
                   until wrow-idx > wrow-count
               move wrow(wrow-idx) to reg-vehicles
               delete vehicles record
                   invalid key continue
                   not invalid key add 1 to wdeleted
               end-delete
           end-perform
           close vehicles
           perform end-file.
       erase-remindlog.
           move "REMINDLOG" to wfile-label
           perform begin-file
           open i-o remindlog
           if fstatus not = zeros
               exit paragraph
           end-if
           read remindlog next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wrow-count >= wmax-rows
               if rml-login = wold
                   add 1 to wrow-count
                   move reg-remindlog to wrow(wrow-count)
               end-if
               read remindlog next
                   at end move "10" to fstatus
               end-read
           end-perform
           perform note-row-limit
           perform varying wrow-idx from 1 by 1
                   until wrow-idx > wrow-count
               move wrow(wrow-idx) to reg-remindlog
               delete remindlog record
                   invalid key continue
                   not invalid key add 1 to wdeleted
               end-delete
           end-perform
           close remindlog
           perform end-file.
       erase-chgreq.
           move "CHGREQ" to wfile-label
           perform begin-file
           open i-o chgreq
           if fstatus not = zeros
               exit paragraph
           end-if
           read chgreq next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wrow-count >= wmax-rows
               if chg-login = wold
                   add 1 to wrow-count
                   move reg-chgreq to wrow(wrow-count)
               end-if
               read chgreq next
                   at end move "10" to fstatus
               end-read
           end-perform
           perform note-row-limit
           perform varying wrow-idx from 1 by 1
                   until wrow-idx > wrow-count
               move wrow(wrow-idx) to reg-chgreq
               delete chgreq record
                   invalid key continue
                   not invalid key add 1 to wdeleted
               end-delete
           end-perform
           close chgreq
           perform end-file.
       erase-emergency.
           move "EMERGENCY" to wfile-label
           perform begin-file
           open i-o emergency
           if fstatus not = zeros
               exit paragraph
           end-if
           move wold to emg-login
           read emergency invalid key
               continue
           not invalid key
               delete emergency record
                   invalid key continue
                   not invalid key add 1 to wdeleted
               end-delete
           end-read
           close emergency
           perform end-file.
       erase-incidents.
      *> The incident itself stands for the insurer and the safety
      *> record; a member involved becomes the pseudonym, with their
      *> name and injury blanked. A guest they brought keeps their
      *> own details -- only the link to the sponsor is re-keyed.
      *> The record is too long for the row table, so the ids are
      *> collected and each incident is read back by key.
           move "INCIDENTS" to wfile-label
           perform begin-file
           open i-o incidents
           if fstatus not = zeros
               exit paragraph
           end-if
           read incidents next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wrow-count >= wmax-rows
               move "N" to winc-hit
               perform varying winc-idx from 1 by 1
                       until winc-idx > 6
                   if inp-login(winc-idx) = wold
                       move "Y" to winc-hit
                   end-if
               end-perform
               if winc-hit = "Y"
                   add 1 to wrow-count
                   move inc-id to wrow(wrow-count)
               end-if
               read incidents next
                   at end move "10" to fstatus
               end-read
           end-perform
           perform note-row-limit
           perform varying wrow-idx from 1 by 1
                   until wrow-idx > wrow-count
               move wrow(wrow-idx)(1:9) to inc-id
               read incidents
                   invalid key continue
                   not invalid key perform erase-one-incident
               end-read
           end-perform
           close incidents
           perform end-file.
       erase-one-incident.
           perform varying winc-idx from 1 by 1 until winc-idx > 6
               if inp-login(winc-idx) = wold
                   move wnew to inp-login(winc-idx)
                   if not inp-guest(winc-idx)
                       move spaces to inp-name(winc-idx)
                       move spaces to inp-injury(winc-idx)
                   end-if
               end-if
           end-perform
           rewrite reg-incidents
               invalid key continue
               not invalid key add 1 to wchanged
           end-rewrite.
       erase-notes.
           move "NOTES" to wfile-label
           perform begin-file
           open i-o notes
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wo-fstatus
           move low-values to note-key
           move wold to note-login
           start notes key is not less than note-key
               invalid key move "10" to wo-fstatus
           end-start
           if wo-fstatus not = "10"
               read notes next
                   at end move "10" to wo-fstatus
               end-read
           end-if
           perform until wo-fstatus = "10" or note-login not = wold
                   or wrow-count >= wmax-rows
               add 1 to wrow-count
               move reg-notes to wrow(wrow-count)
               read notes next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           perform note-row-limit
           perform varying wrow-idx from 1 by 1
                   until wrow-idx > wrow-count
               move wrow(wrow-idx) to reg-notes
               delete notes record
                   invalid key continue
                   not invalid key add 1 to wdeleted
               end-delete
           end-perform
           close notes
           perform end-file.
       erase-memdocs.
           move "MEMDOCS" to wfile-label
           perform begin-file
           open i-o memdocs
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wo-fstatus
           move low-values to doc-key
           move wold to doc-login
           start memdocs key is not less than doc-key
               invalid key move "10" to wo-fstatus
           end-start
           if wo-fstatus not = "10"
               read memdocs next
                   at end move "10" to wo-fstatus
               end-read
           end-if
           perform until wo-fstatus = "10" or doc-login not = wold
                   or wrow-count >= wmax-rows
               add 1 to wrow-count
               move reg-memdocs to wrow(wrow-count)
               read memdocs next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           perform note-row-limit
           perform varying wrow-idx from 1 by 1
                   until wrow-idx > wrow-count
               move wrow(wrow-idx) to reg-memdocs
               delete memdocs record
                   invalid key continue
                   not invalid key add 1 to wdeleted
               end-delete
           end-perform
           close memdocs
           perform end-file.
       erase-quals.
           move "QUALS" to wfile-label
           perform begin-file
           open i-o quals
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wo-fstatus
           move low-values to qlf-key
           move wold to qlf-login
           start quals key is not less than qlf-key
               invalid key move "10" to wo-fstatus
           end-start
           if wo-fstatus not = "10"
               read quals next
                   at end move "10" to wo-fstatus
               end-read
           end-if
           perform until wo-fstatus = "10" or qlf-login not = wold
                   or wrow-count >= wmax-rows
               add 1 to wrow-count
               move reg-quals to wrow(wrow-count)
               read quals next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           perform note-row-limit
           perform varying wrow-idx from 1 by 1
                   until wrow-idx > wrow-count
               move wrow(wrow-idx) to reg-quals
               delete quals record
                   invalid key continue
                   not invalid key add 1 to wdeleted
               end-delete
           end-perform
           close quals
           perform end-file.
       erase-sessions.
           move "SESSIONS" to wfile-label
           perform begin-file
           open i-o sessions
           if fstatus not = zeros
               exit paragraph
           end-if
           read sessions next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wrow-count >= wmax-rows
               if session-login = wold
                   add 1 to wrow-count
                   move reg-sessions to wrow(wrow-count)
               end-if
               read sessions next
                   at end move "10" to fstatus
               end-read
           end-perform
           perform note-row-limit
           perform varying wrow-idx from 1 by 1
                   until wrow-idx > wrow-count
               move wrow(wrow-idx) to reg-sessions
               delete sessions record
                   invalid key continue
                   not invalid key add 1 to wdeleted
               end-delete
           end-perform
           close sessions
           perform end-file.
       erase-otp.
           move "OTP" to wfile-label
           perform begin-file
           open i-o otp-store
           if fstatus not = zeros
               exit paragraph
           end-if
           move wold to otp-login
           read otp-store invalid key
               continue
           not invalid key
               delete otp-store record
                   invalid key continue
                   not invalid key add 1 to wdeleted
               end-delete
           end-read
           close otp-store
           perform end-file.
       erase-fedreg.
           move "FEDREG" to wfile-label
           perform begin-file
           open i-o fedreg
           if fstatus not = zeros
               exit paragraph
           end-if
           move wold to frg-login
           read fedreg invalid key
               continue
           not invalid key
               delete fedreg record
                   invalid key continue
                   not invalid key add 1 to wdeleted
               end-delete
           end-read
           close fedreg
           perform end-file.
      *>--------------------------------------------------------------
      *> Line-sequential feeds: copied through erase.tmp with the
      *> login replaced at WLSEQ-POS1 (and WLSEQ-POS2 when set),
      *> then copied back, as HOUSEKEEPING trims them.
      *>--------------------------------------------------------------
       erase-line-file.
           perform begin-file
           open input lseq-in
           if wi-fstatus not = zeros
               exit paragraph
           end-if
           open output erase-tmp-out
           read lseq-in
               at end move "10" to wi-fstatus
           end-read
           perform until wi-fstatus = "10"
               move lseq-in-line to tmp-out-line
               if tmp-out-line(wlseq-pos1:60) = wold
                   move wnew to tmp-out-line(wlseq-pos1:60)
                   if wlseq-blank-pos > zeros
                       move spaces to
                           tmp-out-line(wlseq-blank-pos:wlseq-blank-len)
                   end-if
                   add 1 to wchanged
               end-if
               if wlseq-pos2 > zeros
                   if tmp-out-line(wlseq-pos2:60) = wold
                       move wnew to tmp-out-line(wlseq-pos2:60)
                       add 1 to wchanged
                   end-if
               end-if
               write tmp-out-line
               read lseq-in
                   at end move "10" to wi-fstatus
               end-read
           end-perform
           close lseq-in
           close erase-tmp-out
           if wchanged > zeros
               open input erase-tmp-in
               open output lseq-out
               read erase-tmp-in
                   at end move "10" to wk-fstatus
               end-read
               perform until wk-fstatus = "10"
                   move tmp-in-line to lseq-out-line
                   write lseq-out-line
                   read erase-tmp-in
                       at end move "10" to wk-fstatus
                   end-read
               end-perform
               close erase-tmp-in
               close lseq-out
           end-if
           perform end-file.
       erase-memevents-arch.
      *> HOUSEKEEPING moves aged lifecycle events out to dated
      *> generations in the report library, and MEMBERS-ASOF still
      *> replays them, so each goes the same way as the live feed.
           open input rptindex
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wo-fstatus
           move "MEMEVENTS-ARCH" to rpx-name
           move low-values to rpx-date
           start rptindex key is not less than rpx-key
               invalid key move "10" to wo-fstatus
           end-start
           if wo-fstatus not = "10"
               read rptindex next
                   at end move "10" to wo-fstatus
               end-read
           end-if
           perform until wo-fstatus = "10"
                   or rpx-name not = "MEMEVENTS-ARCH"
               move spaces to wfile-label
               string "MEMEVENTS " rpx-date delimited by size
                   into wfile-label
               end-string
               move rpx-file to wlseq-name
               move 26 to wlseq-pos1
               move zeros to wlseq-pos2
               perform erase-line-file
               read rptindex next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           close rptindex.
       erase-member.
      *> What stays is what the financial and membership reports
      *> count: number, type, status and the membership dates.
           move "MEMBERS" to wfile-label
           perform begin-file
           open i-o members
           if fstatus not = zeros
               exit paragraph
           end-if
           move wold to login
           read members invalid key
               close members
               exit paragraph
           end-read
           delete members record
               invalid key continue
           end-delete
           move wnew to login
           move spaces to member-password name phone email
           string "ERASED MEMBER " delimited by size
                  wold-id delimited by size
               into name
           end-string
           move zeros to failed-attempts
           move spaces to last-login sec-question sec-answer-hash
           move wold-id to member-id
           move "N" to member-2fa
           move spaces to birthdate
           move spaces to addr-street addr-city addr-state
           move spaces to addr-postal
           move "N" to contact-pref
           move zeros to household-id
           move "N" to bill-payer
           move spaces to merged-into
           move spaces to suspend-reason photo-file
           move spaces to discount-code freeze-reason
           write reg-members
               invalid key continue
               not invalid key add 1 to wchanged
           end-write
           close members
           perform end-file.
       write-certificate.
           move wold to wdigest-in
           call "hashpwd" using wdigest-salt wdigest-in wdigest-out
           open extend erasure-log
           if fstatus = "35"
               open output erasure-log
               close erasure-log
               open extend erasure-log
           end-if
           move spaces to reg-erasure
           move function current-date(1:14) to ers-timestamp
           move wnew               to ers-pseudonym
           move wold-id            to ers-member-id
           move wdigest-out(1:18)  to ers-login-digest
           move werase-by          to ers-by
           move wtot-changed       to ers-records
           move wtot-deleted       to ers-deleted
           write reg-erasure
           close erasure-log
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "CERTIFICATE OF ERASURE -- " delimited by size
                  ers-timestamp delimited by size
                  "  AUTHORISED BY " delimited by size
                  werase-by delimited by size
               into report-line
           end-string
           write report-line
           move spaces to report-line
           string "PSEUDONYM " delimited by size
                  wnew delimited by size
                  "  LOGIN DIGEST " delimited by size
                  ers-login-digest delimited by size
               into report-line
           end-string
           write report-line
           move spaces to report-line
           string "RECORDS PSEUDONYMISED: " wtot-changed
                      delimited by size
                  "  DELETED: " delimited by size
                  wtot-deleted delimited by size
               into report-line
           end-string
           write report-line
           move "AUDIT TRAIL LINES LEFT AS WRITTEN UNTIL RETENTION."
               to report-line
           write report-line
           move wnew to wlogin
           move werase-by to wsessionlogin
           move "ERASED" to waudit-op
           perform write-audit.
       write-partial.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "PARTIAL -- ROW LIMIT REACHED; NO CERTIFICATE ISSUED"
                      delimited by size
               into report-line
           end-string
           write report-line
           move spaces to report-line
           string "RECORDS PSEUDONYMISED SO FAR: " wtot-changed
                      delimited by size
                  "  DELETED: " delimited by size
                  wtot-deleted delimited by size
               into report-line
           end-string
           write report-line
           move "MEMBER KEPT UNDER ITS LOGIN -- RUN AGAIN TO FINISH"
               to report-line
           write report-line.
           copy "counter-next.cpy".
           copy "audit-log.cpy".
