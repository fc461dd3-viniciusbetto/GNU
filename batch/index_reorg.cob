       identification division.
       program-id. index-reorg.
       environment division.
       input-output section.
       file-control.
           copy "members.sel".
           copy "payments.sel".
           copy "bookings.sel".
           copy "invoices.sel".
           copy "eventreg.sel".
           copy "sessions.sel".
           copy "lessons.sel".
           copy "loans.sel".
           copy "notes.sel".
           copy "guests.sel".
           copy "badges.sel".
           copy "vehicles.sel".
           copy "acczones.sel".
           copy "agmatt.sel".
           copy "annc.sel".
           copy "apikeys.sel".
           copy "appeals.sel".
           copy "assets.sel".
           copy "bankrec.sel".
           copy "bills.sel".
           copy "bookrates.sel".
           copy "bookrules.sel".
           copy "branches.sel".
           copy "budget.sel".
      *> CAMPAIGNS, COMPANIES and COMPS all key on CMP-ID, which only
      *> this job has to tell apart.
           copy "campaigns.sel"
               replacing ==cmp-id== by ==cmp-id of reg-campaigns==.
           copy "camprcp.sel".
           copy "cardset.sel".
           copy "chgreq.sel".
           copy "collect.sel".
           copy "companies.sel"
               replacing ==cmp-id== by ==cmp-id of reg-companies==.
           copy "compent.sel".
           copy "compfix.sel".
           copy "comps.sel"
               replacing ==cmp-id== by ==cmp-id of reg-comps==.
           copy "courses.sel".
           copy "crsenrol.sel".
           copy "crssess.sel".
           copy "defects.sel".
           copy "defrev.sel".
           copy "discounts.sel".
           copy "dunning.sel".
           copy "emergency.sel".
           copy "events.sel".
           copy "evfeed.sel".
           copy "evtickets.sel".
           copy "evwait.sel".
           copy "expenses.sel".
           copy "fedreg.sel".
           copy "gwtxn.sel".
           copy "hirers.sel".
           copy "hires.sel".
           copy "incactions.sel".
           copy "incidents.sel".
           copy "instruct.sel".
           copy "itemhold.sel".
           copy "items.sel".
           copy "kpi.sel".
           copy "lespacks.sel".
           copy "lkrwait.sel".
           copy "lockers.sel".
           copy "memdocs.sel".
           copy "motions.sel".
           copy "msgstatus.sel".
           copy "msgtpl.sel".
           copy "offices.sel".
           copy "offroles.sel".
           copy "openhrs.sel".
           copy "otp.sel".
           copy "partners.sel".
           copy "passes.sel".
           copy "payctl.sel".
           copy "payhold.sel".
           copy "payplan.sel".
           copy "periods.sel".
           copy "permits.sel".
           copy "pledges.sel".
           copy "points.sel".
           copy "pricelist.sel".
           copy "proxies.sel".
           copy "quals.sel".
           copy "recert.sel".
           copy "referrals.sel".
           copy "refunds.sel".
           copy "remindlog.sel".
           copy "resources.sel".
           copy "resout.sel".
           copy "rota.sel".
           copy "rptindex.sel".
           copy "rptreq.sel".
           copy "runhist.sel".
           copy "sarlog.sel".
           copy "secdeps.sel".
           copy "spndeliv.sel".
           copy "sponsors.sel".
           copy "stock.sel".
           copy "stockmov.sel".
           copy "suppliers.sel".
           copy "tariff.sel".
           copy "taxcodes.sel".
           copy "volhours.sel".
           copy "volshift.sel".
           copy "volsign.sel".
           copy "vouchers.sel".
           copy "waitlist.sel".
           copy "counters.sel".
           copy "checkpoint.sel".
           select unload-file assign to wunl-name
               organization is sequential
               file status is wu-fstatus.
           select report-out assign to "index-reorg.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "members.cpy".
           copy "payments.cpy".
           copy "bookings.cpy".
           copy "invoices.cpy".
           copy "eventreg.cpy".
           copy "sessions.cpy".
           copy "lessons.cpy".
           copy "loans.cpy".
           copy "notes.cpy".
           copy "guests.cpy".
           copy "badges.cpy".
           copy "vehicles.cpy".
           copy "acczones.cpy".
           copy "agmatt.cpy".
           copy "annc.cpy".
           copy "apikeys.cpy".
           copy "appeals.cpy".
           copy "assets.cpy".
           copy "bankrec.cpy".
           copy "bills.cpy".
           copy "bookrates.cpy".
           copy "bookrules.cpy".
           copy "branches.cpy".
           copy "budget.cpy".
           copy "campaigns.cpy".
           copy "camprcp.cpy".
           copy "cardset.cpy".
           copy "chgreq.cpy".
           copy "collect.cpy".
           copy "companies.cpy".
           copy "compent.cpy".
           copy "compfix.cpy".
           copy "comps.cpy".
           copy "courses.cpy".
           copy "crsenrol.cpy".
           copy "crssess.cpy".
           copy "defects.cpy".
           copy "defrev.cpy".
           copy "discounts.cpy".
           copy "dunning.cpy".
           copy "emergency.cpy".
           copy "events.cpy".
           copy "evfeed.cpy".
           copy "evtickets.cpy".
           copy "evwait.cpy".
           copy "expenses.cpy".
           copy "fedreg.cpy".
           copy "gwtxn.cpy".
           copy "hirers.cpy".
           copy "hires.cpy".
           copy "incactions.cpy".
           copy "incidents.cpy".
           copy "instruct.cpy".
           copy "itemhold.cpy".
           copy "items.cpy".
           copy "kpi.cpy".
           copy "lespacks.cpy".
           copy "lkrwait.cpy".
           copy "lockers.cpy".
           copy "memdocs.cpy".
           copy "motions.cpy".
           copy "msgstatus.cpy".
           copy "msgtpl.cpy".
           copy "offices.cpy".
           copy "offroles.cpy".
           copy "openhrs.cpy".
           copy "otp.cpy".
           copy "partners.cpy".
           copy "passes.cpy".
           copy "payctl.cpy".
           copy "payhold.cpy".
           copy "payplan.cpy".
           copy "periods.cpy".
           copy "permits.cpy".
           copy "pledges.cpy".
           copy "points.cpy".
           copy "pricelist.cpy".
           copy "proxies.cpy".
           copy "quals.cpy".
           copy "recert.cpy".
           copy "referrals.cpy".
           copy "refunds.cpy".
           copy "remindlog.cpy".
           copy "resources.cpy".
           copy "resout.cpy".
           copy "rota.cpy".
           copy "rptindex.cpy".
           copy "rptreq.cpy".
           copy "runhist.cpy".
           copy "sarlog.cpy".
           copy "secdeps.cpy".
           copy "spndeliv.cpy".
           copy "sponsors.cpy".
           copy "stock.cpy".
           copy "stockmov.cpy".
           copy "suppliers.cpy".
           copy "tariff.cpy".
           copy "taxcodes.cpy".
           copy "volhours.cpy".
           copy "volshift.cpy".
           copy "volsign.cpy".
           copy "vouchers.cpy".
           copy "waitlist.cpy".
           copy "counters.cpy".
           copy "checkpoint.cpy".
       fd  unload-file.
       01  unl-rec              pic x(2400).
       fd  report-out.
       01  report-line          pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wu-fstatus        pic xx     value "00".
      *> Every indexed file in the system, in the order this job
      *> takes them; the position is what the checkpoint records, so
      *> a new file goes on the end of the list (and into the
      *> SCAN-FILE / RELOAD-FILE dispatch with its own pair of SCAN-
      *> and RELOAD- paragraphs), never in the middle. Two are left
      *> out on purpose: COUNTERS, which the job reads for the
      *> maintenance switch and which only ever holds a few rewritten
      *> records, and CHECKPOINT, which holds this job's own restart
      *> state and so cannot be moved aside while the job runs.
       78  wfile-max         value 103.
       01  wfile-list.
           02 filler pic x(12) value "members".
           02 filler pic x(12) value "payments".
           02 filler pic x(12) value "bookings".
           02 filler pic x(12) value "invoices".
           02 filler pic x(12) value "eventreg".
           02 filler pic x(12) value "sessions".
           02 filler pic x(12) value "lessons".
           02 filler pic x(12) value "loans".
           02 filler pic x(12) value "notes".
           02 filler pic x(12) value "guests".
           02 filler pic x(12) value "badges".
           02 filler pic x(12) value "vehicles".
           02 filler pic x(12) value "acczones".
           02 filler pic x(12) value "agmatt".
           02 filler pic x(12) value "annc".
           02 filler pic x(12) value "apikeys".
           02 filler pic x(12) value "appeals".
           02 filler pic x(12) value "assets".
           02 filler pic x(12) value "bankrec".
           02 filler pic x(12) value "bills".
           02 filler pic x(12) value "bookrates".
           02 filler pic x(12) value "bookrules".
           02 filler pic x(12) value "branches".
           02 filler pic x(12) value "budget".
           02 filler pic x(12) value "campaigns".
           02 filler pic x(12) value "camprcp".
           02 filler pic x(12) value "cardset".
           02 filler pic x(12) value "chgreq".
           02 filler pic x(12) value "collect".
           02 filler pic x(12) value "companies".
           02 filler pic x(12) value "compent".
           02 filler pic x(12) value "compfix".
           02 filler pic x(12) value "comps".
           02 filler pic x(12) value "courses".
           02 filler pic x(12) value "crsenrol".
           02 filler pic x(12) value "crssess".
           02 filler pic x(12) value "defects".
           02 filler pic x(12) value "defrev".
           02 filler pic x(12) value "discounts".
           02 filler pic x(12) value "dunning".
           02 filler pic x(12) value "emergency".
           02 filler pic x(12) value "events".
           02 filler pic x(12) value "evfeed".
           02 filler pic x(12) value "evtickets".
           02 filler pic x(12) value "evwait".
           02 filler pic x(12) value "expenses".
           02 filler pic x(12) value "fedreg".
           02 filler pic x(12) value "gwtxn".
           02 filler pic x(12) value "hirers".
           02 filler pic x(12) value "hires".
           02 filler pic x(12) value "incactions".
           02 filler pic x(12) value "incidents".
           02 filler pic x(12) value "instruct".
           02 filler pic x(12) value "itemhold".
           02 filler pic x(12) value "items".
           02 filler pic x(12) value "kpi".
           02 filler pic x(12) value "lespacks".
           02 filler pic x(12) value "lkrwait".
           02 filler pic x(12) value "lockers".
           02 filler pic x(12) value "memdocs".
           02 filler pic x(12) value "motions".
           02 filler pic x(12) value "msgstatus".
           02 filler pic x(12) value "msgtpl".
           02 filler pic x(12) value "offices".
           02 filler pic x(12) value "offroles".
           02 filler pic x(12) value "openhrs".
           02 filler pic x(12) value "otp".
           02 filler pic x(12) value "partners".
           02 filler pic x(12) value "passes".
           02 filler pic x(12) value "payctl".
           02 filler pic x(12) value "payhold".
           02 filler pic x(12) value "payplan".
           02 filler pic x(12) value "periods".
           02 filler pic x(12) value "permits".
           02 filler pic x(12) value "pledges".
           02 filler pic x(12) value "points".
           02 filler pic x(12) value "pricelist".
           02 filler pic x(12) value "proxies".
           02 filler pic x(12) value "quals".
           02 filler pic x(12) value "recert".
           02 filler pic x(12) value "referrals".
           02 filler pic x(12) value "refunds".
           02 filler pic x(12) value "remindlog".
           02 filler pic x(12) value "resources".
           02 filler pic x(12) value "resout".
           02 filler pic x(12) value "rota".
           02 filler pic x(12) value "rptindex".
           02 filler pic x(12) value "rptreq".
           02 filler pic x(12) value "runhist".
           02 filler pic x(12) value "sarlog".
           02 filler pic x(12) value "secdeps".
           02 filler pic x(12) value "spndeliv".
           02 filler pic x(12) value "sponsors".
           02 filler pic x(12) value "stock".
           02 filler pic x(12) value "stockmov".
           02 filler pic x(12) value "suppliers".
           02 filler pic x(12) value "tariff".
           02 filler pic x(12) value "taxcodes".
           02 filler pic x(12) value "volhours".
           02 filler pic x(12) value "volshift".
           02 filler pic x(12) value "volsign".
           02 filler pic x(12) value "vouchers".
           02 filler pic x(12) value "waitlist".
       01  filler redefines wfile-list.
           02 wfile-entry occurs 103 times pic x(12).
       01  wfno              pic 9(03) value zeros.
       01  wonly-file        pic x(12) value spaces.
       01  wdat-name         pic x(60) value spaces.
       01  wold-name         pic x(60) value spaces.
       01  wunl-name         pic x(60) value spaces.
       01  wcheck-name       pic x(60) value spaces.
      *> Progress through the run, kept in the checkpoint file under
      *> INDEX-REORG so a run that dies part way through picks up at
      *> the file and the step it had reached:
      *>   U  unloaded -- the original is still in place
      *>   R  renamed to .OLD -- the fresh file is being reloaded
      *>   D  done -- verified, swapped in, .OLD removed
      *>   N  not started (or put back after a failed verification)
      *> The count and hash are the unload's, which the reloaded file
      *> must reproduce before the old one is thrown away.
       01  wck-state.
           02 wck-file        pic 9(03) value zeros.
           02 wck-phase       pic x(01) value "N".
           02 wck-count       pic 9(09) value zeros.
           02 wck-hash        pic 9(18) value zeros.
           02 wck-before      pic 9(15) value zeros.
       01  wphase            pic x(01) value spaces.
       01  waction           pic x(01) value spaces.
           88 wact-unload    value "U".
           88 wact-verify    value "V".
       01  wscan-ok          pic x(01) value "Y".
       01  wscan-count       pic 9(09) value zeros.
       01  wscan-hash        pic 9(18) value zeros.
       01  wreload-errors    pic 9(09) value zeros.
       01  wrec              pic x(2400) value spaces.
       01  wrec-len          pic 9(04) value zeros.
       01  wrec-hash         pic 9(18) value zeros.
       01  wrec-char         pic 9(03) value zeros.
       01  wrec-idx          pic 9(04) value zeros.
       78  wh-prime          value 31.
       78  wh-modulus        value 999999999999999937.
       01  wfile-info.
           02 wfi-size       pic x(08) comp-x.
           02 wfi-day        pic x(01) comp-x.
           02 wfi-month      pic x(01) comp-x.
           02 wfi-year       pic x(02) comp-x.
           02 wfi-hour       pic x(01) comp-x.
           02 wfi-minute     pic x(01) comp-x.
           02 wfi-second     pic x(01) comp-x.
           02 wfi-hundredth  pic x(01) comp-x.
       01  wcall-rc          pic s9(09) binary value zeros.
       01  wexists           pic x(01) value "N".
       01  wsize             pic 9(15) value zeros.
       01  wsize-after       pic 9(15) value zeros.
       01  wreclaimed        pic s9(15) value zeros.
       01  wtot-before       pic 9(15) value zeros.
       01  wtot-after        pic 9(15) value zeros.
       01  wdone-count       pic 9(03) value zeros.
       01  wfailed           pic x(01) value "N".
       01  wresult           pic x(40) value spaces.
       01  wcount-display    pic zzzzzzzz9.
       01  wsize-display     pic zzz,zzz,zzz,zz9.
       01  wrecl-display     pic -zz,zzz,zzz,zz9.
       01  wrl-job           pic x(30) value "INDEX-REORG".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       reorg-main.
      *> Rebuilds each indexed file from scratch to reclaim the space
      *> left by deleted and rewritten records and to rebalance its
      *> keys. Each file is unloaded to REORG-<FILE>.UNL with a record
      *> count and hash total, the original is renamed to
      *> <FILE>.DAT.OLD, and a fresh file (with all its alternate
      *> keys) is loaded from the unload. Only when the fresh file
      *> reads back to the same count and hash is the .OLD copy
      *> deleted; otherwise it is put back and the run stops with
      *> RC 8. Runs only while the maintenance switch is up, so the
      *> web side is not writing to the files underneath it.
      *> REORG_FILE=<name> limits the run to one file.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           move "MAINT-MODE" to wcountername
           perform read-counter
           if wcountervalue not = 1
               display "INDEX-REORG: MAINTENANCE MODE IS OFF"
                   " -- RUN maint-switch ON FIRST"
               move 8 to return-code
               stop run
           end-if
           accept wonly-file from environment "REORG_FILE"
           move function lower-case(wonly-file) to wonly-file
           move "INDEX-REORG" to wchk-job
           perform load-checkpoint
           if wchk-found = "Y"
               move wchk-lastkey to wck-state
               if wck-file not numeric or wck-count not numeric
                       or wck-hash not numeric
                       or wck-before not numeric
                   move zeros to wck-file wck-count wck-hash
                       wck-before
                   move "N" to wck-phase
               end-if
           end-if
           open output report-out
           if wr-fstatus not = zeros
               display "ERRO ABRINDO index-reorg.txt: " wr-fstatus
               move 8 to return-code
               stop run
           end-if
           perform write-heading
           perform varying wfno from 1 by 1
                   until wfno > wfile-max or wfailed = "Y"
               if wonly-file = spaces
                       or wonly-file = wfile-entry(wfno)
                   perform reorg-file
               end-if
           end-perform
           move spaces to report-line
           write report-line
           compute wreclaimed = wtot-before - wtot-after
           move spaces to report-line
           move "TOTAL" to report-line(1:12)
           move wtot-before to wsize-display
           move wsize-display to report-line(25:15)
           move wtot-after to wsize-display
           move wsize-display to report-line(42:15)
           move wreclaimed to wrecl-display
           move wrecl-display to report-line(59:15)
           move wdone-count to wcount-display
           string function trim(wcount-display) " FILE(S) REBUILT"
               delimited by size into report-line(76:40)
           end-string
           write report-line
           if wfailed = "Y"
               move spaces to report-line
               write report-line
               move "RUN STOPPED -- THE FAILED FILE HAS ITS ORIGINAL"
                   to report-line
               move " BACK; RERUN RESUMES WITH IT" to report-line(49:28)
               write report-line
               move 8 to return-code
           else
               perform clear-checkpoint
           end-if
           close report-out
           display "INDEX-REORG: " wdone-count " FILE(S) REBUILT, "
               wreclaimed " BYTES RECLAIMED"
           if wfailed = "N"
               move "OK   " to wrl-phase
               move wdone-count to wrl-count
               call "runlog" using wrl-job wrl-phase wrl-count
           end-if
           stop run.
       write-heading.
           move spaces to report-line
           string "INDEXED FILE REORGANISATION "
                  function current-date(1:8)
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           move "FILE" to report-line(1:12)
           move "  RECORDS" to report-line(14:9)
           move "    SIZE BEFORE" to report-line(25:15)
           move "     SIZE AFTER" to report-line(42:15)
           move "      RECLAIMED" to report-line(59:15)
           move "RESULT" to report-line(76:6)
           write report-line
           move all "-" to report-line
           write report-line.
       reorg-file.
           move spaces to wdat-name wold-name wunl-name wresult
           string function trim(wfile-entry(wfno)) ".dat"
               delimited by size into wdat-name
           end-string
           string function trim(wfile-entry(wfno)) ".dat.old"
               delimited by size into wold-name
           end-string
           string "reorg-" function trim(wfile-entry(wfno)) ".unl"
               delimited by size into wunl-name
           end-string
           move zeros to wsize-after
           move "N" to wphase
           if wck-file > wfno
               move "DONE IN AN EARLIER RUN" to wresult
               perform write-file-line
               exit paragraph
           end-if
           if wck-file = wfno
               move wck-phase to wphase
           end-if
           if wphase = "D"
               move "DONE IN AN EARLIER RUN" to wresult
               perform write-file-line
               exit paragraph
           end-if
           if wphase = "N"
               perform unload-step
               if wresult not = spaces
                   perform write-file-line
                   exit paragraph
               end-if
               move "U" to wphase
           end-if
           if wphase = "U"
               perform rename-step
               if wresult not = spaces
                   perform write-file-line
                   exit paragraph
               end-if
               move "R" to wphase
           end-if
           perform reload-step
           perform write-file-line.
       unload-step.
      *> Copy every record to the unload file, counting and hashing
      *> as it goes. The original is not touched.
           move wdat-name to wcheck-name
           perform get-file-size
           if wexists = "N"
               move "NOT PRESENT -- SKIPPED" to wresult
               exit paragraph
           end-if
           move wsize to wck-before
           open output unload-file
           if wu-fstatus not = zeros
               move spaces to wresult
               string "CANNOT WRITE UNLOAD FILE " wu-fstatus
                   delimited by size into wresult
               end-string
               move "Y" to wfailed
               exit paragraph
           end-if
           move "U" to waction
           perform scan-file
           close unload-file
           if wscan-ok = "N"
               move spaces to wresult
               string "CANNOT READ FILE " fstatus
                   delimited by size into wresult
               end-string
               move "Y" to wfailed
               exit paragraph
           end-if
           move wfno to wck-file
           move "U" to wck-phase
           move wscan-count to wck-count
           move wscan-hash to wck-hash
           perform save-state.
       rename-step.
      *> Move the original aside. A run that died between the rename
      *> and saving the new state finds the .OLD already there.
           move wdat-name to wcheck-name
           perform get-file-size
           if wexists = "N"
               move wold-name to wcheck-name
               perform get-file-size
               if wexists = "N"
                   move "ORIGINAL AND .OLD BOTH MISSING" to wresult
                   move "Y" to wfailed
                   exit paragraph
               end-if
           else
               call "CBL_RENAME_FILE" using wdat-name wold-name
                   returning wcall-rc
               end-call
               if wcall-rc not = zeros
                   move "CANNOT RENAME TO .OLD" to wresult
                   move "Y" to wfailed
                   exit paragraph
               end-if
           end-if
           move wfno to wck-file
           move "R" to wck-phase
           perform save-state.
       reload-step.
      *> Build the fresh file from the unload -- OPEN OUTPUT lays it
      *> down new with every key -- then read it back and compare.
           move zeros to wreload-errors
           open input unload-file
           if wu-fstatus not = zeros
               move "UNLOAD FILE MISSING" to wresult
               perform restore-old
               exit paragraph
           end-if
           perform reload-file
           close unload-file
           if wscan-ok = "N"
               move spaces to wresult
               string "CANNOT CREATE NEW FILE " fstatus
                   delimited by size into wresult
               end-string
               perform restore-old
               exit paragraph
           end-if
           move "V" to waction
           perform scan-file
           if wscan-ok = "N" or wreload-errors not = zeros
                   or wscan-count not = wck-count
                   or wscan-hash not = wck-hash
               move "VERIFY FAILED -- ORIGINAL PUT BACK" to wresult
               perform restore-old
               exit paragraph
           end-if
           move wdat-name to wcheck-name
           perform get-file-size
           move wsize to wsize-after
           call "CBL_DELETE_FILE" using wold-name
           call "CBL_DELETE_FILE" using wunl-name
           move "D" to wck-phase
           perform save-state
           add 1 to wdone-count
           add wck-before to wtot-before
           add wsize-after to wtot-after
           move "REBUILT AND VERIFIED" to wresult.
       restore-old.
      *> Throw away the new file and put the original back under its
      *> own name. The unload file is kept for inspection, and the
      *> state goes back to "not started" so a rerun redoes the file.
           call "CBL_DELETE_FILE" using wdat-name
           call "CBL_RENAME_FILE" using wold-name wdat-name
               returning wcall-rc
           end-call
           if wcall-rc not = zeros
               move "VERIFY FAILED -- RESTORE FROM .OLD BY HAND"
                   to wresult
               display "INDEX-REORG: " function trim(wold-name)
                   " COULD NOT BE RENAMED BACK"
           end-if
           move "Y" to wfailed
           move wfno to wck-file
           move "N" to wck-phase
           perform save-state.
       save-state.
           move wck-state to wchk-lastkey
           perform save-checkpoint.
       get-file-size.
           move "N" to wexists
           move zeros to wsize
           call "CBL_CHECK_FILE_EXIST" using wcheck-name wfile-info
               returning wcall-rc
           end-call
           if wcall-rc = zeros
               move "Y" to wexists
               move wfi-size to wsize
           end-if.
       write-file-line.
           move spaces to report-line
           move wfile-entry(wfno) to report-line(1:12)
           if wresult = "REBUILT AND VERIFIED"
               move wck-count to wcount-display
               move wcount-display to report-line(14:9)
               move wck-before to wsize-display
               move wsize-display to report-line(25:15)
               move wsize-after to wsize-display
               move wsize-display to report-line(42:15)
               compute wreclaimed = wck-before - wsize-after
               move wreclaimed to wrecl-display
               move wrecl-display to report-line(59:15)
           end-if
           move wresult to report-line(76:40)
           write report-line.
       hash-record.
      *> One record of WREC-LEN bytes: add it to the count and to the
      *> hash total, and copy it to the unload file when unloading.
           move zeros to wrec-hash
           perform varying wrec-idx from 1 by 1
                   until wrec-idx > wrec-len
               compute wrec-char = function ord(wrec(wrec-idx:1)) - 1
               compute wrec-hash =
                   function mod ((wrec-hash * wh-prime) + wrec-char + 1,
                   wh-modulus)
           end-perform
           add 1 to wscan-count
           compute wscan-hash =
               function mod (wscan-hash + wrec-hash, wh-modulus)
           if wact-unload
               write unl-rec from wrec
               if wu-fstatus not = zeros
                   move "N" to wscan-ok
               end-if
           end-if.
       read-unload.
           read unload-file
               at end move "10" to wu-fstatus
           end-read.
       scan-file.
           move "Y" to wscan-ok
           move zeros to wscan-count wscan-hash
           evaluate wfno
               when 1
                   perform scan-members
               when 2
                   perform scan-payments
               when 3
                   perform scan-bookings
               when 4
                   perform scan-invoices
               when 5
                   perform scan-eventreg
               when 6
                   perform scan-sessions
               when 7
                   perform scan-lessons
               when 8
                   perform scan-loans
               when 9
                   perform scan-notes
               when 10
                   perform scan-guests
               when 11
                   perform scan-badges
               when 12
                   perform scan-vehicles
               when 13
                   perform scan-acczones
               when 14
                   perform scan-agmatt
               when 15
                   perform scan-annc
               when 16
                   perform scan-apikeys
               when 17
                   perform scan-appeals
               when 18
                   perform scan-assets
               when 19
                   perform scan-bankrec
               when 20
                   perform scan-bills
               when 21
                   perform scan-bookrates
               when 22
                   perform scan-bookrules
               when 23
                   perform scan-branches
               when 24
                   perform scan-budget
               when 25
                   perform scan-campaigns
               when 26
                   perform scan-camprcp
               when 27
                   perform scan-cardset
               when 28
                   perform scan-chgreq
               when 29
                   perform scan-collect
               when 30
                   perform scan-companies
               when 31
                   perform scan-compent
               when 32
                   perform scan-compfix
               when 33
                   perform scan-comps
               when 34
                   perform scan-courses
               when 35
                   perform scan-crsenrol
               when 36
                   perform scan-crssess
               when 37
                   perform scan-defects
               when 38
                   perform scan-defrev
               when 39
                   perform scan-discounts
               when 40
                   perform scan-dunning
               when 41
                   perform scan-emergency
               when 42
                   perform scan-events
               when 43
                   perform scan-evfeed
               when 44
                   perform scan-evtickets
               when 45
                   perform scan-evwait
               when 46
                   perform scan-expenses
               when 47
                   perform scan-fedreg
               when 48
                   perform scan-gwtxn
               when 49
                   perform scan-hirers
               when 50
                   perform scan-hires
               when 51
                   perform scan-incactions
               when 52
                   perform scan-incidents
               when 53
                   perform scan-instruct
               when 54
                   perform scan-itemhold
               when 55
                   perform scan-items
               when 56
                   perform scan-kpi
               when 57
                   perform scan-lespacks
               when 58
                   perform scan-lkrwait
               when 59
                   perform scan-lockers
               when 60
                   perform scan-memdocs
               when 61
                   perform scan-motions
               when 62
                   perform scan-msgstatus
               when 63
                   perform scan-msgtpl
               when 64
                   perform scan-offices
               when 65
                   perform scan-offroles
               when 66
                   perform scan-openhrs
               when 67
                   perform scan-otp-store
               when 68
                   perform scan-partners
               when 69
                   perform scan-passes
               when 70
                   perform scan-payctl
               when 71
                   perform scan-payhold
               when 72
                   perform scan-payplan
               when 73
                   perform scan-periods
               when 74
                   perform scan-permits
               when 75
                   perform scan-pledges
               when 76
                   perform scan-points
               when 77
                   perform scan-pricelist
               when 78
                   perform scan-proxies
               when 79
                   perform scan-quals
               when 80
                   perform scan-recert
               when 81
                   perform scan-referrals
               when 82
                   perform scan-refunds
               when 83
                   perform scan-remindlog
               when 84
                   perform scan-resources
               when 85
                   perform scan-resout
               when 86
                   perform scan-rota
               when 87
                   perform scan-rptindex
               when 88
                   perform scan-rptreq
               when 89
                   perform scan-runhist
               when 90
                   perform scan-sarlog
               when 91
                   perform scan-secdeps
               when 92
                   perform scan-spndeliv
               when 93
                   perform scan-sponsors
               when 94
                   perform scan-stock
               when 95
                   perform scan-stockmov
               when 96
                   perform scan-suppliers
               when 97
                   perform scan-tariff
               when 98
                   perform scan-taxcodes
               when 99
                   perform scan-volhours
               when 100
                   perform scan-volshift
               when 101
                   perform scan-volsign
               when 102
                   perform scan-vouchers
               when 103
                   perform scan-waitlist
           end-evaluate.
       reload-file.
           move "Y" to wscan-ok
           evaluate wfno
               when 1
                   perform reload-members
               when 2
                   perform reload-payments
               when 3
                   perform reload-bookings
               when 4
                   perform reload-invoices
               when 5
                   perform reload-eventreg
               when 6
                   perform reload-sessions
               when 7
                   perform reload-lessons
               when 8
                   perform reload-loans
               when 9
                   perform reload-notes
               when 10
                   perform reload-guests
               when 11
                   perform reload-badges
               when 12
                   perform reload-vehicles
               when 13
                   perform reload-acczones
               when 14
                   perform reload-agmatt
               when 15
                   perform reload-annc
               when 16
                   perform reload-apikeys
               when 17
                   perform reload-appeals
               when 18
                   perform reload-assets
               when 19
                   perform reload-bankrec
               when 20
                   perform reload-bills
               when 21
                   perform reload-bookrates
               when 22
                   perform reload-bookrules
               when 23
                   perform reload-branches
               when 24
                   perform reload-budget
               when 25
                   perform reload-campaigns
               when 26
                   perform reload-camprcp
               when 27
                   perform reload-cardset
               when 28
                   perform reload-chgreq
               when 29
                   perform reload-collect
               when 30
                   perform reload-companies
               when 31
                   perform reload-compent
               when 32
                   perform reload-compfix
               when 33
                   perform reload-comps
               when 34
                   perform reload-courses
               when 35
                   perform reload-crsenrol
               when 36
                   perform reload-crssess
               when 37
                   perform reload-defects
               when 38
                   perform reload-defrev
               when 39
                   perform reload-discounts
               when 40
                   perform reload-dunning
               when 41
                   perform reload-emergency
               when 42
                   perform reload-events
               when 43
                   perform reload-evfeed
               when 44
                   perform reload-evtickets
               when 45
                   perform reload-evwait
               when 46
                   perform reload-expenses
               when 47
                   perform reload-fedreg
               when 48
                   perform reload-gwtxn
               when 49
                   perform reload-hirers
               when 50
                   perform reload-hires
               when 51
                   perform reload-incactions
               when 52
                   perform reload-incidents
               when 53
                   perform reload-instruct
               when 54
                   perform reload-itemhold
               when 55
                   perform reload-items
               when 56
                   perform reload-kpi
               when 57
                   perform reload-lespacks
               when 58
                   perform reload-lkrwait
               when 59
                   perform reload-lockers
               when 60
                   perform reload-memdocs
               when 61
                   perform reload-motions
               when 62
                   perform reload-msgstatus
               when 63
                   perform reload-msgtpl
               when 64
                   perform reload-offices
               when 65
                   perform reload-offroles
               when 66
                   perform reload-openhrs
               when 67
                   perform reload-otp-store
               when 68
                   perform reload-partners
               when 69
                   perform reload-passes
               when 70
                   perform reload-payctl
               when 71
                   perform reload-payhold
               when 72
                   perform reload-payplan
               when 73
                   perform reload-periods
               when 74
                   perform reload-permits
               when 75
                   perform reload-pledges
               when 76
                   perform reload-points
               when 77
                   perform reload-pricelist
               when 78
                   perform reload-proxies
               when 79
                   perform reload-quals
               when 80
                   perform reload-recert
               when 81
                   perform reload-referrals
               when 82
                   perform reload-refunds
               when 83
                   perform reload-remindlog
               when 84
                   perform reload-resources
               when 85
                   perform reload-resout
               when 86
                   perform reload-rota
               when 87
                   perform reload-rptindex
               when 88
                   perform reload-rptreq
               when 89
                   perform reload-runhist
               when 90
                   perform reload-sarlog
               when 91
                   perform reload-secdeps
               when 92
                   perform reload-spndeliv
               when 93
                   perform reload-sponsors
               when 94
                   perform reload-stock
               when 95
                   perform reload-stockmov
               when 96
                   perform reload-suppliers
               when 97
                   perform reload-tariff
               when 98
                   perform reload-taxcodes
               when 99
                   perform reload-volhours
               when 100
                   perform reload-volshift
               when 101
                   perform reload-volsign
               when 102
                   perform reload-vouchers
               when 103
                   perform reload-waitlist
           end-evaluate.
       scan-members.
           open input members
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-members) to wrec-len
           read members next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-members to wrec
               perform hash-record
               read members next
                   at end move "10" to fstatus
               end-read
           end-perform
           close members.
       reload-members.
           open output members
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-members
               write reg-members invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close members.
       scan-payments.
           open input payments
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-payments) to wrec-len
           read payments next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-payments to wrec
               perform hash-record
               read payments next
                   at end move "10" to fstatus
               end-read
           end-perform
           close payments.
       reload-payments.
           open output payments
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-payments
               write reg-payments invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close payments.
       scan-bookings.
           open input bookings
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-bookings) to wrec-len
           read bookings next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-bookings to wrec
               perform hash-record
               read bookings next
                   at end move "10" to fstatus
               end-read
           end-perform
           close bookings.
       reload-bookings.
           open output bookings
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-bookings
               write reg-bookings invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close bookings.
       scan-invoices.
           open input invoices
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-invoices) to wrec-len
           read invoices next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-invoices to wrec
               perform hash-record
               read invoices next
                   at end move "10" to fstatus
               end-read
           end-perform
           close invoices.
       reload-invoices.
           open output invoices
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-invoices
               write reg-invoices invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close invoices.
       scan-eventreg.
           open input eventreg
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-eventreg) to wrec-len
           read eventreg next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-eventreg to wrec
               perform hash-record
               read eventreg next
                   at end move "10" to fstatus
               end-read
           end-perform
           close eventreg.
       reload-eventreg.
           open output eventreg
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-eventreg
               write reg-eventreg invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close eventreg.
       scan-sessions.
           open input sessions
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-sessions) to wrec-len
           read sessions next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-sessions to wrec
               perform hash-record
               read sessions next
                   at end move "10" to fstatus
               end-read
           end-perform
           close sessions.
       reload-sessions.
           open output sessions
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-sessions
               write reg-sessions invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close sessions.
       scan-lessons.
           open input lessons
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-lessons) to wrec-len
           read lessons next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-lessons to wrec
               perform hash-record
               read lessons next
                   at end move "10" to fstatus
               end-read
           end-perform
           close lessons.
       reload-lessons.
           open output lessons
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-lessons
               write reg-lessons invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close lessons.
       scan-loans.
           open input loans
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-loans) to wrec-len
           read loans next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-loans to wrec
               perform hash-record
               read loans next
                   at end move "10" to fstatus
               end-read
           end-perform
           close loans.
       reload-loans.
           open output loans
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-loans
               write reg-loans invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close loans.
       scan-notes.
           open input notes
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-notes) to wrec-len
           read notes next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-notes to wrec
               perform hash-record
               read notes next
                   at end move "10" to fstatus
               end-read
           end-perform
           close notes.
       reload-notes.
           open output notes
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-notes
               write reg-notes invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close notes.
       scan-guests.
           open input guests
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-guests) to wrec-len
           read guests next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-guests to wrec
               perform hash-record
               read guests next
                   at end move "10" to fstatus
               end-read
           end-perform
           close guests.
       reload-guests.
           open output guests
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-guests
               write reg-guests invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close guests.
       scan-badges.
           open input badges
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-badges) to wrec-len
           read badges next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-badges to wrec
               perform hash-record
               read badges next
                   at end move "10" to fstatus
               end-read
           end-perform
           close badges.
       reload-badges.
           open output badges
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-badges
               write reg-badges invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close badges.
       scan-vehicles.
           open input vehicles
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-vehicles) to wrec-len
           read vehicles next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-vehicles to wrec
               perform hash-record
               read vehicles next
                   at end move "10" to fstatus
               end-read
           end-perform
           close vehicles.
       reload-vehicles.
           open output vehicles
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-vehicles
               write reg-vehicles invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close vehicles.
       scan-acczones.
           open input acczones
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-acczones) to wrec-len
           read acczones next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-acczones to wrec
               perform hash-record
               read acczones next
                   at end move "10" to fstatus
               end-read
           end-perform
           close acczones.
       reload-acczones.
           open output acczones
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-acczones
               write reg-acczones invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close acczones.
       scan-agmatt.
           open input agmatt
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-agmatt) to wrec-len
           read agmatt next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-agmatt to wrec
               perform hash-record
               read agmatt next
                   at end move "10" to fstatus
               end-read
           end-perform
           close agmatt.
       reload-agmatt.
           open output agmatt
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-agmatt
               write reg-agmatt invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close agmatt.
       scan-annc.
           open input annc
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-annc) to wrec-len
           read annc next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-annc to wrec
               perform hash-record
               read annc next
                   at end move "10" to fstatus
               end-read
           end-perform
           close annc.
       reload-annc.
           open output annc
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-annc
               write reg-annc invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close annc.
       scan-apikeys.
           open input apikeys
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-apikeys) to wrec-len
           read apikeys next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-apikeys to wrec
               perform hash-record
               read apikeys next
                   at end move "10" to fstatus
               end-read
           end-perform
           close apikeys.
       reload-apikeys.
           open output apikeys
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-apikeys
               write reg-apikeys invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close apikeys.
       scan-appeals.
           open input appeals
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-appeals) to wrec-len
           read appeals next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-appeals to wrec
               perform hash-record
               read appeals next
                   at end move "10" to fstatus
               end-read
           end-perform
           close appeals.
       reload-appeals.
           open output appeals
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-appeals
               write reg-appeals invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close appeals.
       scan-assets.
           open input assets
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-assets) to wrec-len
           read assets next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-assets to wrec
               perform hash-record
               read assets next
                   at end move "10" to fstatus
               end-read
           end-perform
           close assets.
       reload-assets.
           open output assets
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-assets
               write reg-assets invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close assets.
       scan-bankrec.
           open input bankrec
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-bankrec) to wrec-len
           read bankrec next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-bankrec to wrec
               perform hash-record
               read bankrec next
                   at end move "10" to fstatus
               end-read
           end-perform
           close bankrec.
       reload-bankrec.
           open output bankrec
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-bankrec
               write reg-bankrec invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close bankrec.
       scan-bills.
           open input bills
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-bills) to wrec-len
           read bills next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-bills to wrec
               perform hash-record
               read bills next
                   at end move "10" to fstatus
               end-read
           end-perform
           close bills.
       reload-bills.
           open output bills
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-bills
               write reg-bills invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close bills.
       scan-bookrates.
           open input bookrates
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-bookrates) to wrec-len
           read bookrates next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-bookrates to wrec
               perform hash-record
               read bookrates next
                   at end move "10" to fstatus
               end-read
           end-perform
           close bookrates.
       reload-bookrates.
           open output bookrates
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-bookrates
               write reg-bookrates invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close bookrates.
       scan-bookrules.
           open input bookrules
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-bookrules) to wrec-len
           read bookrules next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-bookrules to wrec
               perform hash-record
               read bookrules next
                   at end move "10" to fstatus
               end-read
           end-perform
           close bookrules.
       reload-bookrules.
           open output bookrules
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-bookrules
               write reg-bookrules invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close bookrules.
       scan-branches.
           open input branches
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-branches) to wrec-len
           read branches next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-branches to wrec
               perform hash-record
               read branches next
                   at end move "10" to fstatus
               end-read
           end-perform
           close branches.
       reload-branches.
           open output branches
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-branches
               write reg-branches invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close branches.
       scan-budget.
           open input budget
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-budget) to wrec-len
           read budget next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-budget to wrec
               perform hash-record
               read budget next
                   at end move "10" to fstatus
               end-read
           end-perform
           close budget.
       reload-budget.
           open output budget
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-budget
               write reg-budget invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close budget.
       scan-campaigns.
           open input campaigns
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-campaigns) to wrec-len
           read campaigns next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-campaigns to wrec
               perform hash-record
               read campaigns next
                   at end move "10" to fstatus
               end-read
           end-perform
           close campaigns.
       reload-campaigns.
           open output campaigns
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-campaigns
               write reg-campaigns invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close campaigns.
       scan-camprcp.
           open input camprcp
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-camprcp) to wrec-len
           read camprcp next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-camprcp to wrec
               perform hash-record
               read camprcp next
                   at end move "10" to fstatus
               end-read
           end-perform
           close camprcp.
       reload-camprcp.
           open output camprcp
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-camprcp
               write reg-camprcp invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close camprcp.
       scan-cardset.
           open input cardset
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-cardset) to wrec-len
           read cardset next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-cardset to wrec
               perform hash-record
               read cardset next
                   at end move "10" to fstatus
               end-read
           end-perform
           close cardset.
       reload-cardset.
           open output cardset
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-cardset
               write reg-cardset invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close cardset.
       scan-chgreq.
           open input chgreq
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-chgreq) to wrec-len
           read chgreq next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-chgreq to wrec
               perform hash-record
               read chgreq next
                   at end move "10" to fstatus
               end-read
           end-perform
           close chgreq.
       reload-chgreq.
           open output chgreq
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-chgreq
               write reg-chgreq invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close chgreq.
       scan-collect.
           open input collect
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-collect) to wrec-len
           read collect next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-collect to wrec
               perform hash-record
               read collect next
                   at end move "10" to fstatus
               end-read
           end-perform
           close collect.
       reload-collect.
           open output collect
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-collect
               write reg-collect invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close collect.
       scan-companies.
           open input companies
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-companies) to wrec-len
           read companies next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-companies to wrec
               perform hash-record
               read companies next
                   at end move "10" to fstatus
               end-read
           end-perform
           close companies.
       reload-companies.
           open output companies
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-companies
               write reg-companies invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close companies.
       scan-compent.
           open input compent
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-compent) to wrec-len
           read compent next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-compent to wrec
               perform hash-record
               read compent next
                   at end move "10" to fstatus
               end-read
           end-perform
           close compent.
       reload-compent.
           open output compent
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-compent
               write reg-compent invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close compent.
       scan-compfix.
           open input compfix
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-compfix) to wrec-len
           read compfix next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-compfix to wrec
               perform hash-record
               read compfix next
                   at end move "10" to fstatus
               end-read
           end-perform
           close compfix.
       reload-compfix.
           open output compfix
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-compfix
               write reg-compfix invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close compfix.
       scan-comps.
           open input comps
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-comps) to wrec-len
           read comps next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-comps to wrec
               perform hash-record
               read comps next
                   at end move "10" to fstatus
               end-read
           end-perform
           close comps.
       reload-comps.
           open output comps
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-comps
               write reg-comps invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close comps.
       scan-courses.
           open input courses
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-courses) to wrec-len
           read courses next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-courses to wrec
               perform hash-record
               read courses next
                   at end move "10" to fstatus
               end-read
           end-perform
           close courses.
       reload-courses.
           open output courses
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-courses
               write reg-courses invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close courses.
       scan-crsenrol.
           open input crsenrol
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-crsenrol) to wrec-len
           read crsenrol next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-crsenrol to wrec
               perform hash-record
               read crsenrol next
                   at end move "10" to fstatus
               end-read
           end-perform
           close crsenrol.
       reload-crsenrol.
           open output crsenrol
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-crsenrol
               write reg-crsenrol invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close crsenrol.
       scan-crssess.
           open input crssess
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-crssess) to wrec-len
           read crssess next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-crssess to wrec
               perform hash-record
               read crssess next
                   at end move "10" to fstatus
               end-read
           end-perform
           close crssess.
       reload-crssess.
           open output crssess
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-crssess
               write reg-crssess invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close crssess.
       scan-defects.
           open input defects
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-defects) to wrec-len
           read defects next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-defects to wrec
               perform hash-record
               read defects next
                   at end move "10" to fstatus
               end-read
           end-perform
           close defects.
       reload-defects.
           open output defects
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-defects
               write reg-defects invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close defects.
       scan-defrev.
           open input defrev
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-defrev) to wrec-len
           read defrev next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-defrev to wrec
               perform hash-record
               read defrev next
                   at end move "10" to fstatus
               end-read
           end-perform
           close defrev.
       reload-defrev.
           open output defrev
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-defrev
               write reg-defrev invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close defrev.
       scan-discounts.
           open input discounts
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-discounts) to wrec-len
           read discounts next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-discounts to wrec
               perform hash-record
               read discounts next
                   at end move "10" to fstatus
               end-read
           end-perform
           close discounts.
       reload-discounts.
           open output discounts
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-discounts
               write reg-discounts invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close discounts.
       scan-dunning.
           open input dunning
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-dunning) to wrec-len
           read dunning next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-dunning to wrec
               perform hash-record
               read dunning next
                   at end move "10" to fstatus
               end-read
           end-perform
           close dunning.
       reload-dunning.
           open output dunning
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-dunning
               write reg-dunning invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close dunning.
       scan-emergency.
           open input emergency
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-emergency) to wrec-len
           read emergency next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-emergency to wrec
               perform hash-record
               read emergency next
                   at end move "10" to fstatus
               end-read
           end-perform
           close emergency.
       reload-emergency.
           open output emergency
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-emergency
               write reg-emergency invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close emergency.
       scan-events.
           open input events
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-events) to wrec-len
           read events next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-events to wrec
               perform hash-record
               read events next
                   at end move "10" to fstatus
               end-read
           end-perform
           close events.
       reload-events.
           open output events
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-events
               write reg-events invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close events.
       scan-evfeed.
           open input evfeed
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-evfeed) to wrec-len
           read evfeed next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-evfeed to wrec
               perform hash-record
               read evfeed next
                   at end move "10" to fstatus
               end-read
           end-perform
           close evfeed.
       reload-evfeed.
           open output evfeed
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-evfeed
               write reg-evfeed invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close evfeed.
       scan-evtickets.
           open input evtickets
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-evtickets) to wrec-len
           read evtickets next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-evtickets to wrec
               perform hash-record
               read evtickets next
                   at end move "10" to fstatus
               end-read
           end-perform
           close evtickets.
       reload-evtickets.
           open output evtickets
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-evtickets
               write reg-evtickets invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close evtickets.
       scan-evwait.
           open input evwait
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-evwait) to wrec-len
           read evwait next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-evwait to wrec
               perform hash-record
               read evwait next
                   at end move "10" to fstatus
               end-read
           end-perform
           close evwait.
       reload-evwait.
           open output evwait
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-evwait
               write reg-evwait invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close evwait.
       scan-expenses.
           open input expenses
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-expenses) to wrec-len
           read expenses next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-expenses to wrec
               perform hash-record
               read expenses next
                   at end move "10" to fstatus
               end-read
           end-perform
           close expenses.
       reload-expenses.
           open output expenses
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-expenses
               write reg-expenses invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close expenses.
       scan-fedreg.
           open input fedreg
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-fedreg) to wrec-len
           read fedreg next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-fedreg to wrec
               perform hash-record
               read fedreg next
                   at end move "10" to fstatus
               end-read
           end-perform
           close fedreg.
       reload-fedreg.
           open output fedreg
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-fedreg
               write reg-fedreg invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close fedreg.
       scan-gwtxn.
           open input gwtxn
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-gwtxn) to wrec-len
           read gwtxn next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-gwtxn to wrec
               perform hash-record
               read gwtxn next
                   at end move "10" to fstatus
               end-read
           end-perform
           close gwtxn.
       reload-gwtxn.
           open output gwtxn
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-gwtxn
               write reg-gwtxn invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close gwtxn.
       scan-hirers.
           open input hirers
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-hirers) to wrec-len
           read hirers next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-hirers to wrec
               perform hash-record
               read hirers next
                   at end move "10" to fstatus
               end-read
           end-perform
           close hirers.
       reload-hirers.
           open output hirers
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-hirers
               write reg-hirers invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close hirers.
       scan-hires.
           open input hires
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-hires) to wrec-len
           read hires next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-hires to wrec
               perform hash-record
               read hires next
                   at end move "10" to fstatus
               end-read
           end-perform
           close hires.
       reload-hires.
           open output hires
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-hires
               write reg-hires invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close hires.
       scan-incactions.
           open input incactions
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-incactions) to wrec-len
           read incactions next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-incactions to wrec
               perform hash-record
               read incactions next
                   at end move "10" to fstatus
               end-read
           end-perform
           close incactions.
       reload-incactions.
           open output incactions
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-incactions
               write reg-incactions invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close incactions.
       scan-incidents.
           open input incidents
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-incidents) to wrec-len
           read incidents next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-incidents to wrec
               perform hash-record
               read incidents next
                   at end move "10" to fstatus
               end-read
           end-perform
           close incidents.
       reload-incidents.
           open output incidents
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-incidents
               write reg-incidents invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close incidents.
       scan-instruct.
           open input instruct
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-instruct) to wrec-len
           read instruct next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-instruct to wrec
               perform hash-record
               read instruct next
                   at end move "10" to fstatus
               end-read
           end-perform
           close instruct.
       reload-instruct.
           open output instruct
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-instruct
               write reg-instruct invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close instruct.
       scan-itemhold.
           open input itemhold
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-itemhold) to wrec-len
           read itemhold next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-itemhold to wrec
               perform hash-record
               read itemhold next
                   at end move "10" to fstatus
               end-read
           end-perform
           close itemhold.
       reload-itemhold.
           open output itemhold
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-itemhold
               write reg-itemhold invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close itemhold.
       scan-items.
           open input items
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-items) to wrec-len
           read items next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-items to wrec
               perform hash-record
               read items next
                   at end move "10" to fstatus
               end-read
           end-perform
           close items.
       reload-items.
           open output items
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-items
               write reg-items invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close items.
       scan-kpi.
           open input kpi
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-kpi) to wrec-len
           read kpi next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-kpi to wrec
               perform hash-record
               read kpi next
                   at end move "10" to fstatus
               end-read
           end-perform
           close kpi.
       reload-kpi.
           open output kpi
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-kpi
               write reg-kpi invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close kpi.
       scan-lespacks.
           open input lespacks
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-lespacks) to wrec-len
           read lespacks next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-lespacks to wrec
               perform hash-record
               read lespacks next
                   at end move "10" to fstatus
               end-read
           end-perform
           close lespacks.
       reload-lespacks.
           open output lespacks
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-lespacks
               write reg-lespacks invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close lespacks.
       scan-lkrwait.
           open input lkrwait
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-lkrwait) to wrec-len
           read lkrwait next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-lkrwait to wrec
               perform hash-record
               read lkrwait next
                   at end move "10" to fstatus
               end-read
           end-perform
           close lkrwait.
       reload-lkrwait.
           open output lkrwait
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-lkrwait
               write reg-lkrwait invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close lkrwait.
       scan-lockers.
           open input lockers
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-lockers) to wrec-len
           read lockers next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-lockers to wrec
               perform hash-record
               read lockers next
                   at end move "10" to fstatus
               end-read
           end-perform
           close lockers.
       reload-lockers.
           open output lockers
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-lockers
               write reg-lockers invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close lockers.
       scan-memdocs.
           open input memdocs
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-memdocs) to wrec-len
           read memdocs next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-memdocs to wrec
               perform hash-record
               read memdocs next
                   at end move "10" to fstatus
               end-read
           end-perform
           close memdocs.
       reload-memdocs.
           open output memdocs
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-memdocs
               write reg-memdocs invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close memdocs.
       scan-motions.
           open input motions
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-motions) to wrec-len
           read motions next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-motions to wrec
               perform hash-record
               read motions next
                   at end move "10" to fstatus
               end-read
           end-perform
           close motions.
       reload-motions.
           open output motions
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-motions
               write reg-motions invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close motions.
       scan-msgstatus.
           open input msgstatus
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-msgstatus) to wrec-len
           read msgstatus next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-msgstatus to wrec
               perform hash-record
               read msgstatus next
                   at end move "10" to fstatus
               end-read
           end-perform
           close msgstatus.
       reload-msgstatus.
           open output msgstatus
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-msgstatus
               write reg-msgstatus invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close msgstatus.
       scan-msgtpl.
           open input msgtpl
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-msgtpl) to wrec-len
           read msgtpl next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-msgtpl to wrec
               perform hash-record
               read msgtpl next
                   at end move "10" to fstatus
               end-read
           end-perform
           close msgtpl.
       reload-msgtpl.
           open output msgtpl
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-msgtpl
               write reg-msgtpl invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close msgtpl.
       scan-offices.
           open input offices
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-offices) to wrec-len
           read offices next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-offices to wrec
               perform hash-record
               read offices next
                   at end move "10" to fstatus
               end-read
           end-perform
           close offices.
       reload-offices.
           open output offices
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-offices
               write reg-offices invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close offices.
       scan-offroles.
           open input offroles
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-offroles) to wrec-len
           read offroles next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-offroles to wrec
               perform hash-record
               read offroles next
                   at end move "10" to fstatus
               end-read
           end-perform
           close offroles.
       reload-offroles.
           open output offroles
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-offroles
               write reg-offroles invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close offroles.
       scan-openhrs.
           open input openhrs
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-openhrs) to wrec-len
           read openhrs next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-openhrs to wrec
               perform hash-record
               read openhrs next
                   at end move "10" to fstatus
               end-read
           end-perform
           close openhrs.
       reload-openhrs.
           open output openhrs
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-openhrs
               write reg-openhrs invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close openhrs.
       scan-otp-store.
           open input otp-store
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-otp) to wrec-len
           read otp-store next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-otp to wrec
               perform hash-record
               read otp-store next
                   at end move "10" to fstatus
               end-read
           end-perform
           close otp-store.
       reload-otp-store.
           open output otp-store
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-otp
               write reg-otp invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close otp-store.
       scan-partners.
           open input partners
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-partners) to wrec-len
           read partners next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-partners to wrec
               perform hash-record
               read partners next
                   at end move "10" to fstatus
               end-read
           end-perform
           close partners.
       reload-partners.
           open output partners
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-partners
               write reg-partners invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close partners.
       scan-passes.
           open input passes
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-passes) to wrec-len
           read passes next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-passes to wrec
               perform hash-record
               read passes next
                   at end move "10" to fstatus
               end-read
           end-perform
           close passes.
       reload-passes.
           open output passes
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-passes
               write reg-passes invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close passes.
       scan-payctl.
           open input payctl
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-payctl) to wrec-len
           read payctl next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-payctl to wrec
               perform hash-record
               read payctl next
                   at end move "10" to fstatus
               end-read
           end-perform
           close payctl.
       reload-payctl.
           open output payctl
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-payctl
               write reg-payctl invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close payctl.
       scan-payhold.
           open input payhold
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-payhold) to wrec-len
           read payhold next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-payhold to wrec
               perform hash-record
               read payhold next
                   at end move "10" to fstatus
               end-read
           end-perform
           close payhold.
       reload-payhold.
           open output payhold
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-payhold
               write reg-payhold invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close payhold.
       scan-payplan.
           open input payplan
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-payplan) to wrec-len
           read payplan next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-payplan to wrec
               perform hash-record
               read payplan next
                   at end move "10" to fstatus
               end-read
           end-perform
           close payplan.
       reload-payplan.
           open output payplan
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-payplan
               write reg-payplan invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close payplan.
       scan-periods.
           open input periods
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-periods) to wrec-len
           read periods next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-periods to wrec
               perform hash-record
               read periods next
                   at end move "10" to fstatus
               end-read
           end-perform
           close periods.
       reload-periods.
           open output periods
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-periods
               write reg-periods invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close periods.
       scan-permits.
           open input permits
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-permits) to wrec-len
           read permits next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-permits to wrec
               perform hash-record
               read permits next
                   at end move "10" to fstatus
               end-read
           end-perform
           close permits.
       reload-permits.
           open output permits
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-permits
               write reg-permits invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close permits.
       scan-pledges.
           open input pledges
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-pledges) to wrec-len
           read pledges next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-pledges to wrec
               perform hash-record
               read pledges next
                   at end move "10" to fstatus
               end-read
           end-perform
           close pledges.
       reload-pledges.
           open output pledges
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-pledges
               write reg-pledges invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close pledges.
       scan-points.
           open input points
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-points) to wrec-len
           read points next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-points to wrec
               perform hash-record
               read points next
                   at end move "10" to fstatus
               end-read
           end-perform
           close points.
       reload-points.
           open output points
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-points
               write reg-points invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close points.
       scan-pricelist.
           open input pricelist
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-pricelist) to wrec-len
           read pricelist next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-pricelist to wrec
               perform hash-record
               read pricelist next
                   at end move "10" to fstatus
               end-read
           end-perform
           close pricelist.
       reload-pricelist.
           open output pricelist
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-pricelist
               write reg-pricelist invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close pricelist.
       scan-proxies.
           open input proxies
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-proxies) to wrec-len
           read proxies next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-proxies to wrec
               perform hash-record
               read proxies next
                   at end move "10" to fstatus
               end-read
           end-perform
           close proxies.
       reload-proxies.
           open output proxies
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-proxies
               write reg-proxies invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close proxies.
       scan-quals.
           open input quals
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-quals) to wrec-len
           read quals next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-quals to wrec
               perform hash-record
               read quals next
                   at end move "10" to fstatus
               end-read
           end-perform
           close quals.
       reload-quals.
           open output quals
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-quals
               write reg-quals invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close quals.
       scan-recert.
           open input recert
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-recert) to wrec-len
           read recert next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-recert to wrec
               perform hash-record
               read recert next
                   at end move "10" to fstatus
               end-read
           end-perform
           close recert.
       reload-recert.
           open output recert
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-recert
               write reg-recert invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close recert.
       scan-referrals.
           open input referrals
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-referrals) to wrec-len
           read referrals next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-referrals to wrec
               perform hash-record
               read referrals next
                   at end move "10" to fstatus
               end-read
           end-perform
           close referrals.
       reload-referrals.
           open output referrals
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-referrals
               write reg-referrals invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close referrals.
       scan-refunds.
           open input refunds
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-refunds) to wrec-len
           read refunds next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-refunds to wrec
               perform hash-record
               read refunds next
                   at end move "10" to fstatus
               end-read
           end-perform
           close refunds.
       reload-refunds.
           open output refunds
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-refunds
               write reg-refunds invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close refunds.
       scan-remindlog.
           open input remindlog
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-remindlog) to wrec-len
           read remindlog next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-remindlog to wrec
               perform hash-record
               read remindlog next
                   at end move "10" to fstatus
               end-read
           end-perform
           close remindlog.
       reload-remindlog.
           open output remindlog
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-remindlog
               write reg-remindlog invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close remindlog.
       scan-resources.
           open input resources
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-resources) to wrec-len
           read resources next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-resources to wrec
               perform hash-record
               read resources next
                   at end move "10" to fstatus
               end-read
           end-perform
           close resources.
       reload-resources.
           open output resources
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-resources
               write reg-resources invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close resources.
       scan-resout.
           open input resout
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-resout) to wrec-len
           read resout next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-resout to wrec
               perform hash-record
               read resout next
                   at end move "10" to fstatus
               end-read
           end-perform
           close resout.
       reload-resout.
           open output resout
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-resout
               write reg-resout invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close resout.
       scan-rota.
           open input rota
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-rota) to wrec-len
           read rota next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-rota to wrec
               perform hash-record
               read rota next
                   at end move "10" to fstatus
               end-read
           end-perform
           close rota.
       reload-rota.
           open output rota
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-rota
               write reg-rota invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close rota.
       scan-rptindex.
           open input rptindex
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-rptindex) to wrec-len
           read rptindex next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-rptindex to wrec
               perform hash-record
               read rptindex next
                   at end move "10" to fstatus
               end-read
           end-perform
           close rptindex.
       reload-rptindex.
           open output rptindex
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-rptindex
               write reg-rptindex invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close rptindex.
       scan-rptreq.
           open input rptreq
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-rptreq) to wrec-len
           read rptreq next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-rptreq to wrec
               perform hash-record
               read rptreq next
                   at end move "10" to fstatus
               end-read
           end-perform
           close rptreq.
       reload-rptreq.
           open output rptreq
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-rptreq
               write reg-rptreq invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close rptreq.
       scan-runhist.
           open input runhist
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-runhist) to wrec-len
           read runhist next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-runhist to wrec
               perform hash-record
               read runhist next
                   at end move "10" to fstatus
               end-read
           end-perform
           close runhist.
       reload-runhist.
           open output runhist
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-runhist
               write reg-runhist invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close runhist.
       scan-sarlog.
           open input sarlog
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-sarlog) to wrec-len
           read sarlog next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-sarlog to wrec
               perform hash-record
               read sarlog next
                   at end move "10" to fstatus
               end-read
           end-perform
           close sarlog.
       reload-sarlog.
           open output sarlog
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-sarlog
               write reg-sarlog invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close sarlog.
       scan-secdeps.
           open input secdeps
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-secdeps) to wrec-len
           read secdeps next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-secdeps to wrec
               perform hash-record
               read secdeps next
                   at end move "10" to fstatus
               end-read
           end-perform
           close secdeps.
       reload-secdeps.
           open output secdeps
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-secdeps
               write reg-secdeps invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close secdeps.
       scan-spndeliv.
           open input spndeliv
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-spndeliv) to wrec-len
           read spndeliv next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-spndeliv to wrec
               perform hash-record
               read spndeliv next
                   at end move "10" to fstatus
               end-read
           end-perform
           close spndeliv.
       reload-spndeliv.
           open output spndeliv
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-spndeliv
               write reg-spndeliv invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close spndeliv.
       scan-sponsors.
           open input sponsors
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-sponsors) to wrec-len
           read sponsors next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-sponsors to wrec
               perform hash-record
               read sponsors next
                   at end move "10" to fstatus
               end-read
           end-perform
           close sponsors.
       reload-sponsors.
           open output sponsors
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-sponsors
               write reg-sponsors invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close sponsors.
       scan-stock.
           open input stock
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-stock) to wrec-len
           read stock next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-stock to wrec
               perform hash-record
               read stock next
                   at end move "10" to fstatus
               end-read
           end-perform
           close stock.
       reload-stock.
           open output stock
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-stock
               write reg-stock invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close stock.
       scan-stockmov.
           open input stockmov
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-stockmov) to wrec-len
           read stockmov next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-stockmov to wrec
               perform hash-record
               read stockmov next
                   at end move "10" to fstatus
               end-read
           end-perform
           close stockmov.
       reload-stockmov.
           open output stockmov
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-stockmov
               write reg-stockmov invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close stockmov.
       scan-suppliers.
           open input suppliers
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-suppliers) to wrec-len
           read suppliers next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-suppliers to wrec
               perform hash-record
               read suppliers next
                   at end move "10" to fstatus
               end-read
           end-perform
           close suppliers.
       reload-suppliers.
           open output suppliers
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-suppliers
               write reg-suppliers invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close suppliers.
       scan-tariff.
           open input tariff
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-tariff) to wrec-len
           read tariff next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-tariff to wrec
               perform hash-record
               read tariff next
                   at end move "10" to fstatus
               end-read
           end-perform
           close tariff.
       reload-tariff.
           open output tariff
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-tariff
               write reg-tariff invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close tariff.
       scan-taxcodes.
           open input taxcodes
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-taxcodes) to wrec-len
           read taxcodes next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-taxcodes to wrec
               perform hash-record
               read taxcodes next
                   at end move "10" to fstatus
               end-read
           end-perform
           close taxcodes.
       reload-taxcodes.
           open output taxcodes
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-taxcodes
               write reg-taxcodes invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close taxcodes.
       scan-volhours.
           open input volhours
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-volhours) to wrec-len
           read volhours next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-volhours to wrec
               perform hash-record
               read volhours next
                   at end move "10" to fstatus
               end-read
           end-perform
           close volhours.
       reload-volhours.
           open output volhours
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-volhours
               write reg-volhours invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close volhours.
       scan-volshift.
           open input volshift
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-volshift) to wrec-len
           read volshift next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-volshift to wrec
               perform hash-record
               read volshift next
                   at end move "10" to fstatus
               end-read
           end-perform
           close volshift.
       reload-volshift.
           open output volshift
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-volshift
               write reg-volshift invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close volshift.
       scan-volsign.
           open input volsign
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-volsign) to wrec-len
           read volsign next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-volsign to wrec
               perform hash-record
               read volsign next
                   at end move "10" to fstatus
               end-read
           end-perform
           close volsign.
       reload-volsign.
           open output volsign
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-volsign
               write reg-volsign invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close volsign.
       scan-vouchers.
           open input vouchers
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-vouchers) to wrec-len
           read vouchers next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-vouchers to wrec
               perform hash-record
               read vouchers next
                   at end move "10" to fstatus
               end-read
           end-perform
           close vouchers.
       reload-vouchers.
           open output vouchers
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-vouchers
               write reg-vouchers invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close vouchers.
       scan-waitlist.
           open input waitlist
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           move function length(reg-waitlist) to wrec-len
           read waitlist next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wscan-ok = "N"
               move reg-waitlist to wrec
               perform hash-record
               read waitlist next
                   at end move "10" to fstatus
               end-read
           end-perform
           close waitlist.
       reload-waitlist.
           open output waitlist
           if fstatus not = zeros
               move "N" to wscan-ok
               exit paragraph
           end-if
           perform read-unload
           perform until wu-fstatus = "10"
               move unl-rec to reg-waitlist
               write reg-waitlist invalid key
                   add 1 to wreload-errors
               end-write
               perform read-unload
           end-perform
           close waitlist.
       copy "counter-read.cpy".
       copy "checkpoint-io.cpy".
