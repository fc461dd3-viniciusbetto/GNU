       identification division.
       program-id. sar-dossier.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "emergency.sel".
           copy "payments.sel".
           copy "invoices.sel".
           copy "payplan.sel".
           copy "notes.sel".
           copy "memdocs.sel".
           copy "quals.sel".
           copy "bookings.sel".
           copy "eventreg.sel".
           copy "guests.sel".
           copy "msgstatus.sel".
           copy "audit.sel".
           copy "memevents.sel".
           copy "rptindex.sel".
           copy "readlog.sel".
           copy "counters.sel".
           copy "sarlog.sel".
           select visits-in assign to "visits.dat"
               organization is line sequential
               file status is wi-fstatus.
           select arch-members-in assign to "members-arch.dat"
               organization is line sequential
               file status is wi-fstatus.
           select arch-payments-in assign to "payments-arch.dat"
               organization is line sequential
               file status is wi-fstatus.
           select arch-in assign to warchfile
               organization is line sequential
               file status is wi-fstatus.
           select print-out assign to wprintname
               organization is line sequential
               file status is wr-fstatus.
           select csv-out assign to wcsvname
               organization is line sequential
               file status is wr-fstatus.
           select report-out assign to "sar-register.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "members.cpy".
           copy "emergency.cpy".
           copy "payments.cpy".
           copy "invoices.cpy".
           copy "payplan.cpy".
           copy "notes.cpy".
           copy "memdocs.cpy".
           copy "quals.cpy".
           copy "bookings.cpy".
           copy "eventreg.cpy".
           copy "guests.cpy".
           copy "msgstatus.cpy".
           copy "audit.cpy".
           copy "memevents.cpy".
           copy "rptindex.cpy".
           copy "readlog.cpy".
           copy "counters.cpy".
           copy "sarlog.cpy".
       fd  visits-in.
       01  visit-line.
           02 vis-timestamp  pic x(14).
           02 filler         pic x(01).
           02 vis-member-id  pic 9(09).
           02 filler         pic x(01).
           02 vis-login      pic x(60).
           02 filler         pic x(01).
           02 vis-dir        pic x(01).
       fd  arch-members-in.
       01  arch-member-line     pic x(1300).
       fd  arch-payments-in.
       01  arch-payment-line    pic x(250).
       fd  arch-in.
       01  arch-line        pic x(700).
       fd  print-out.
       01  print-line       pic x(132).
       fd  csv-out.
       01  csv-line         pic x(600).
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       copy "members-backup.cpy".
       01  wi-fstatus        pic xx     value "00".
       01  wr-fstatus        pic xx     value "00".
       01  wo-fstatus        pic xx     value "00".
       01  wlogin            pic x(60) value spaces.
       01  wsar-login        pic x(60) value spaces.
       01  wsar-by           pic x(60) value spaces.
       01  wsar-received     pic x(08) value spaces.
       01  wsar-medical-by   pic x(60) value spaces.
       01  wsar-log-only     pic x(01) value spaces.
       01  wsar-days-env     pic x(04) value spaces.
       78  wsar-days-default value 30.
       01  wsar-days         pic 9(04) value zeros.
       01  wday-int          pic s9(09) comp.
       01  wtoday            pic x(08) value spaces.
       01  wmedical-ok       pic x(01) value "N".
       01  wmemberemail      pic x(120) value spaces.
       01  wmemberphone      pic x(120) value spaces.
       01  wprintname        pic x(80) value spaces.
       01  wcsvname          pic x(80) value spaces.
       01  warchfile         pic x(60) value spaces.
       01  warchname         pic x(30) value spaces.
       01  wsection          pic x(20) value spaces.
       01  wrecno            pic 9(07) value zeros.
       01  witems            pic 9(07) value zeros.
       01  wfld-name         pic x(20) value spaces.
       01  wfld-value        pic x(250) value spaces.
       01  wamt-display      pic zzzzzz9,99.
       01  wcsv-in           pic x(250) value spaces.
       01  wcsv-inlen        pic 9(04)  value zeros.
       01  wcsv-out          pic x(510) value spaces.
       01  wcsv-outlen       pic 9(04)  value zeros.
       01  wcsv-i            pic 9(04)  value zeros.
       01  wcsv-c            pic x(01)  value spaces.
       01  wcsv-section      pic x(30)  value spaces.
       01  wcsv-field        pic x(30)  value spaces.
       01  wcsv-value        pic x(510) value spaces.
       01  wcountopen        pic 9(05) value zeros.
       01  wcountlate        pic 9(05) value zeros.
       01  wflag             pic x(10) value spaces.
       01  warch-found       pic x(01) value "N".
       01  wfrom-archive     pic x(01) value "N".
       01  wuse-arch-pay     pic x(01) value "Y".
       01  wrl-job           pic x(30) value "SAR-DOSSIER".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       sar-main.
      *> Subject access: everything held against one login, gathered
      *> into sar-<login>.txt to print and post and sar-<login>.csv
      *> (SECTION,RECORD,FIELD,VALUE) for the machine-readable copy.
      *> SAR_LOGIN names the member; SAR_RECEIVED (CCYYMMDD, today
      *> by default) is when the request came in, and the answer is
      *> due SAR_DAYS (default 30) later. SAR_LOGGED_BY is the staff
      *> login handling it. Medical notes go in only when
      *> SAR_MEDICAL_BY names an admin login, and that release is
      *> itself logged to the read-access trail. SAR_LOG_ONLY=Y just
      *> registers the request (awaiting that release, say) without
      *> producing anything. Every run rewrites sar-register.txt:
      *> each request with its due date, open ones past due flagged.
      *> Password and security-answer hashes are credentials, not
      *> data about the member, and are left out; of a sponsored
      *> guest only the name and date are given. A member archived
      *> by MEMBERS-ARCHIVE is answered from the archive files, and
      *> archived payments are given alongside the live ones.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           move function current-date(1:8) to wtoday
           accept wsar-login from environment "SAR_LOGIN"
           accept wsar-by from environment "SAR_LOGGED_BY"
           accept wsar-received from environment "SAR_RECEIVED"
           accept wsar-medical-by from environment "SAR_MEDICAL_BY"
           accept wsar-log-only from environment "SAR_LOG_ONLY"
           if wsar-received = spaces
                   or function test-date-yyyymmdd(
                       function numval(wsar-received)) not = 0
               move wtoday to wsar-received
           end-if
           move wsar-days-default to wsar-days
           accept wsar-days-env from environment "SAR_DAYS"
           if wsar-days-env not = spaces
                   and function test-numval(wsar-days-env) = 0
               move function numval(wsar-days-env) to wsar-days
           end-if
           open input members
           if fstatus not = zeros
               display "ERRO ABRINDO members: " fstatus
               stop run
           end-if
           if wsar-login not = spaces
               perform process-request
           end-if
           close members
           perform write-register
           display "SAR " function trim(wsar-login) ": "
               witems " ITEMS  OPEN: " wcountopen
               "  PAST DUE: " wcountlate
           move "OK   " to wrl-phase
           move witems to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       process-request.
      *> A member MEMBERS-ARCHIVE has moved out of MEMBERS is answered
      *> from the archive row. Archived rows under a login that is
      *> live again with a different member number belong to the
      *> login's earlier holder and are left out.
           perform find-archived-member
           move "N" to wfrom-archive
           move wsar-login to login
           read members invalid key
               if warch-found = "Y"
                   move bk-record to reg-members
                   move "Y" to wfrom-archive
               else
                   display "SAR_LOGIN IS NOT A MEMBER: " wsar-login
                   move 8 to return-code
                   move spaces to wsar-login
                   exit paragraph
               end-if
           end-read
           move "Y" to wuse-arch-pay
           if wfrom-archive = "N" and warch-found = "Y"
                   and bk-memberid not = member-id
               move "N" to wuse-arch-pay
           end-if
           move email to wmemberemail
           move phone to wmemberphone
           perform check-medical-release
           perform log-request
           if wsar-log-only = "Y"
               exit paragraph
           end-if
           move spaces to wprintname wcsvname
           string "sar-" delimited by size
                  function trim(wsar-login) delimited by size
                  ".txt" delimited by size
               into wprintname
           end-string
           string "sar-" delimited by size
                  function trim(wsar-login) delimited by size
                  ".csv" delimited by size
               into wcsvname
           end-string
           open output print-out
           open output csv-out
           move "SECTION,RECORD,FIELD,VALUE" to csv-line
           write csv-line
           move spaces to print-line
           string "PERSONAL DATA HELD FOR " delimited by size
                  function trim(name) delimited by size
                  " (" delimited by size
                  function trim(wsar-login) delimited by size
                  ")" delimited by size
               into print-line
           end-string
           write print-line
           move spaces to print-line
           string "REQUEST " sar-seq delimited by size
                  "  RECEIVED " delimited by size
                  sar-received delimited by size
                  "  DUE " delimited by size
                  sar-due delimited by size
                  "  PRODUCED " delimited by size
                  wtoday delimited by size
               into print-line
           end-string
           write print-line
           perform dump-member
           perform dump-emergency
           perform dump-payments
           perform dump-invoices
           perform dump-payplan
           perform dump-notes
           perform dump-memdocs
           perform dump-quals
           perform dump-bookings
           perform dump-eventreg
           perform dump-visits
           perform dump-guests
           perform dump-outbox
           perform dump-audit
           perform dump-memevents
           move "AUDIT-ARCHIVE" to warchname
           perform dump-archives
           move "MEMEVENTS-ARCH" to warchname
           perform dump-archives
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "END OF DOSSIER -- RECORDS: " delimited by size
                  witems delimited by size
               into print-line
           end-string
           write print-line
           close print-out
           close csv-out
           perform close-request
           move wsar-login to wlogin
           move wsar-by to wsessionlogin
           move "SAR-DOSSIER" to waudit-op
           perform write-audit.
       check-medical-release.
      *> Only an admin login may release the medical notes.
           move "N" to wmedical-ok
           if wsar-medical-by = spaces
               exit paragraph
           end-if
           move wsar-medical-by to login
           read members invalid key
               display "SAR_MEDICAL_BY IS NOT A MEMBER -- "
                   "MEDICAL NOTES WITHHELD"
           not invalid key
               if member-admin
                   move "Y" to wmedical-ok
               else
                   display "SAR_MEDICAL_BY IS NOT AN ADMIN -- "
                       "MEDICAL NOTES WITHHELD"
               end-if
           end-read
           move wsar-login to login
           read members invalid key
               if wfrom-archive = "Y"
                   move bk-record to reg-members
               end-if
           end-read.
       find-archived-member.
           move "N" to warch-found
           open input arch-members-in
           if wi-fstatus not = zeros
               exit paragraph
           end-if
           read arch-members-in
               at end move "10" to wi-fstatus
           end-read
           perform until wi-fstatus = "10" or warch-found = "Y"
               move arch-member-line to bk-record
               if bk-login = wsar-login
                   move "Y" to warch-found
               end-if
               read arch-members-in
                   at end move "10" to wi-fstatus
               end-read
           end-perform
           close arch-members-in.
       log-request.
      *> Reuse this login's open request if one is registered,
      *> otherwise register a new one with its statutory due date.
           open i-o sarlog
           if fstatus = "35"
               open output sarlog
               close sarlog
               open i-o sarlog
           end-if
           move "00" to wo-fstatus
           move zeros to sar-seq
           start sarlog key is not less than sar-seq
               invalid key move "10" to wo-fstatus
           end-start
           if wo-fstatus not = "10"
               read sarlog next
                   at end move "10" to wo-fstatus
               end-read
           end-if
           perform until wo-fstatus = "10"
                   or (sar-login = wsar-login and sar-open)
               read sarlog next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           if wo-fstatus = "10"
               move "SAR-SEQ" to wcountername
               close sarlog
               perform next-counter
               open i-o sarlog
               initialize reg-sarlog
               move wcountervalue to sar-seq
               move wsar-login to sar-login
               move wsar-received to sar-received
               compute wday-int = function integer-of-date(
                   function numval(wsar-received)) + wsar-days
               move function date-of-integer(wday-int) to sar-due
               move wsar-by to sar-logged-by
               set sar-open to true
               move "N" to sar-medical
               write reg-sarlog
               move wsar-login to wlogin
               move wsar-by to wsessionlogin
               move "SAR-LOGGED" to waudit-op
               close sarlog
               perform write-audit
           else
               close sarlog
           end-if.
       close-request.
           open i-o sarlog
           read sarlog invalid key
               close sarlog
               exit paragraph
           end-read
           set sar-produced to true
           move function current-date(1:14) to sar-produced-on
           move wmedical-ok to sar-medical
           if wmedical-ok = "Y"
               move wsar-medical-by to sar-medical-by
           end-if
           move witems to sar-items
           rewrite reg-sarlog
           close sarlog.
       begin-section.
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "== " delimited by size
                  wsection delimited by size
               into print-line
           end-string
           write print-line
           move zeros to wrecno.
       begin-record.
           add 1 to wrecno
           add 1 to witems
           move spaces to print-line
           string "  -- " delimited by size
                  function trim(wsection) delimited by size
                  " " delimited by size
                  wrecno delimited by size
               into print-line
           end-string
           write print-line.
       emit-field.
           move spaces to print-line
           move wfld-name to print-line(5:20)
           move wfld-value(1:100) to print-line(27:100)
           write print-line
           if wfld-value(101:150) not = spaces
               move spaces to print-line
               move wfld-value(101:100) to print-line(27:100)
               write print-line
               if wfld-value(201:50) not = spaces
                   move spaces to print-line
                   move wfld-value(201:50) to print-line(27:50)
                   write print-line
               end-if
           end-if
           move function trim(wsection) to wcsv-in
           move function length(function trim(wsection))
               to wcsv-inlen
           perform quote-csv-field
           move wcsv-out(1:wcsv-outlen) to wcsv-section
           move function trim(wfld-name) to wcsv-in
           move function length(function trim(wfld-name))
               to wcsv-inlen
           perform quote-csv-field
           move wcsv-out(1:wcsv-outlen) to wcsv-field
           move spaces to wcsv-value
           if wfld-value = spaces
               move '""' to wcsv-value
           else
               move function trim(wfld-value) to wcsv-in
               move function length(function trim(wfld-value))
                   to wcsv-inlen
               perform quote-csv-field
               move wcsv-out(1:wcsv-outlen) to wcsv-value
           end-if
           move spaces to csv-line
           string function trim(wcsv-section) delimited by size
                  "," delimited by size
                  wrecno delimited by size
                  "," delimited by size
                  function trim(wcsv-field) delimited by size
                  "," delimited by size
                  function trim(wcsv-value) delimited by size
               into csv-line
           end-string
           write csv-line.
       quote-csv-field.
      *> Caller moves a trimmed field into WCSV-IN/WCSV-INLEN and
      *> PERFORMs this; WCSV-OUT(1:WCSV-OUTLEN) comes back wrapped in
      *> '"' with any embedded '"' doubled, as MEMBERS-EXPORT does.
           move 1 to wcsv-outlen
           move '"' to wcsv-out(1:1)
           perform varying wcsv-i from 1 by 1 until wcsv-i > wcsv-inlen
               move wcsv-in(wcsv-i:1) to wcsv-c
               if wcsv-c = '"'
                   add 1 to wcsv-outlen
                   move '"' to wcsv-out(wcsv-outlen:1)
               end-if
               add 1 to wcsv-outlen
               move wcsv-c to wcsv-out(wcsv-outlen:1)
           end-perform
           add 1 to wcsv-outlen
           move '"' to wcsv-out(wcsv-outlen:1).
       dump-member.
           move "MEMBERS" to wsection
           perform begin-section
           perform begin-record
           move "LOGIN" to wfld-name
           move login to wfld-value
           perform emit-field
           move "NAME" to wfld-name
           move name to wfld-value
           perform emit-field
           move "PHONE" to wfld-name
           move phone to wfld-value
           perform emit-field
           move "EMAIL" to wfld-name
           move email to wfld-value
           perform emit-field
           move "MEMBER-ID" to wfld-name
           move member-id to wfld-value
           perform emit-field
           move "STATUS" to wfld-name
           move member-status to wfld-value
           perform emit-field
           move "TYPE" to wfld-name
           move member-type to wfld-value
           perform emit-field
           move "BIRTHDATE" to wfld-name
           move birthdate to wfld-value
           perform emit-field
           move "JOIN-DATE" to wfld-name
           move join-date to wfld-value
           perform emit-field
           move "STREET" to wfld-name
           move addr-street to wfld-value
           perform emit-field
           move "CITY" to wfld-name
           move addr-city to wfld-value
           perform emit-field
           move "STATE" to wfld-name
           move addr-state to wfld-value
           perform emit-field
           move "POSTAL" to wfld-name
           move addr-postal to wfld-value
           perform emit-field
           move "CONTACT-PREF" to wfld-name
           move contact-pref to wfld-value
           perform emit-field
           move "LAST-LOGIN" to wfld-name
           move last-login to wfld-value
           perform emit-field
           move "TWO-FACTOR" to wfld-name
           move member-2fa to wfld-value
           perform emit-field
           move "SECURITY-QUESTION" to wfld-name
           move sec-question to wfld-value
           perform emit-field
           move "HOUSEHOLD-ID" to wfld-name
           move household-id to wfld-value
           perform emit-field
           move "BILL-PAYER" to wfld-name
           move bill-payer to wfld-value
           perform emit-field
           move "BRANCH" to wfld-name
           move branch-code to wfld-value
           perform emit-field
           move "COMPANY-ID" to wfld-name
           move company-id to wfld-value
           perform emit-field
           move "SUSPENDED" to wfld-name
           move member-suspend to wfld-value
           perform emit-field
           move "SUSPEND-UNTIL" to wfld-name
           move suspend-until to wfld-value
           perform emit-field
           move "SUSPEND-REASON" to wfld-name
           move suspend-reason to wfld-value
           perform emit-field
           move "PHOTO-FILE" to wfld-name
           move photo-file to wfld-value
           perform emit-field
           move "WAIVER-GRACE-UNTIL" to wfld-name
           move waiver-grace-until to wfld-value
           perform emit-field
           move "NSF-COUNT" to wfld-name
           move nsf-count to wfld-value
           perform emit-field
           move "DISCOUNT-CODE" to wfld-name
           move discount-code to wfld-value
           perform emit-field
           move tab-limit to wamt-display
           move "TAB-LIMIT" to wfld-name
           move function trim(wamt-display) to wfld-value
           perform emit-field
           move "PAID-THROUGH" to wfld-name
           move paid-through to wfld-value
           perform emit-field
           move "RESIGN-DATE" to wfld-name
           move resign-date to wfld-value
           perform emit-field
           move "RESIGN-REASON" to wfld-name
           move resign-reason to wfld-value
           perform emit-field
           move "FREEZE-START" to wfld-name
           move freeze-start to wfld-value
           perform emit-field
           move "FREEZE-END" to wfld-name
           move freeze-end to wfld-value
           perform emit-field
           move "FREEZE-REASON" to wfld-name
           move freeze-reason to wfld-value
           perform emit-field
           move "MERGED-INTO" to wfld-name
           move merged-into to wfld-value
           perform emit-field
           if wfrom-archive = "Y"
               move "HELD IN" to wfld-name
               move "MEMBERS ARCHIVE" to wfld-value
               perform emit-field
           end-if.
       dump-emergency.
           move "EMERGENCY" to wsection
           perform begin-section
           open input emergency
           if fstatus not = zeros
               exit paragraph
           end-if
           move wsar-login to emg-login
           read emergency invalid key
               close emergency
               exit paragraph
           end-read
           perform begin-record
           move "CONTACT-NAME" to wfld-name
           move emg-contact-name to wfld-value
           perform emit-field
           move "CONTACT-PHONE" to wfld-name
           move emg-contact-phone to wfld-value
           perform emit-field
           move "MEDICAL" to wfld-name
           if wmedical-ok = "Y"
               move emg-medical to wfld-value
           else
               move "WITHHELD -- NOT RELEASED BY AN ADMIN"
                   to wfld-value
           end-if
           perform emit-field
           close emergency
           if wmedical-ok = "Y" and emg-medical not = spaces
               move wsar-login to wlogin
               move wsar-medical-by to wsessionlogin
               move "MEDICAL" to wreadscreen
               perform write-read-log
           end-if.
       dump-payments.
      *> Live rows first, then any MEMBERS-ARCHIVE moved out to the
      *> payments archive.
           move "PAYMENTS" to wsection
           perform begin-section
           open input payments
           if fstatus = zeros
               perform dump-live-payments
               close payments
           end-if
           if wuse-arch-pay = "N"
               move spaces to print-line
               string "  ARCHIVED PAYMENTS UNDER THIS LOGIN ARE AN"
                      " EARLIER HOLDER'S -- NOT INCLUDED"
                   delimited by size into print-line
               end-string
               write print-line
               exit paragraph
           end-if
           open input arch-payments-in
           if wi-fstatus not = zeros
               exit paragraph
           end-if
           read arch-payments-in
               at end move "10" to wi-fstatus
           end-read
           perform until wi-fstatus = "10"
               if arch-payment-line(1:60) = wsar-login
                   move arch-payment-line to reg-payments
                   perform emit-payment
                   move "ARCHIVED" to wfld-name
                   move "Y" to wfld-value
                   perform emit-field
               end-if
               read arch-payments-in
                   at end move "10" to wi-fstatus
               end-read
           end-perform
           close arch-payments-in.
       dump-live-payments.
           move "00" to wo-fstatus
           move wsar-login to pay-login
           move low-values to pay-seq
           start payments key is not less than pay-key
               invalid key move "10" to wo-fstatus
           end-start
           if wo-fstatus not = "10"
               read payments next
                   at end move "10" to wo-fstatus
               end-read
           end-if
           perform until wo-fstatus = "10" or pay-login not = wsar-login
               perform emit-payment
               read payments next
                   at end move "10" to wo-fstatus
               end-read
           end-perform.
       emit-payment.
           perform begin-record
           move "SEQ" to wfld-name
           move pay-seq to wfld-value
           perform emit-field
           move pay-amount to wamt-display
           move "AMOUNT" to wfld-name
           move function trim(wamt-display) to wfld-value
           perform emit-field
           move "METHOD" to wfld-name
           move pay-method to wfld-value
           perform emit-field
           move "KIND" to wfld-name
           move pay-kind to wfld-value
           perform emit-field
           move "CATEGORY" to wfld-name
           move pay-category to wfld-value
           perform emit-field
           move "REASON" to wfld-name
           move pay-reason to wfld-value
           perform emit-field
           move "DUE-DATE" to wfld-name
           move pay-due-date to wfld-value
           perform emit-field
           move "REVERSED" to wfld-name
           move pay-reversed to wfld-value
           perform emit-field
           move "ORIGINAL-SEQ" to wfld-name
           move pay-orig-seq to wfld-value
           perform emit-field
           move "RECEIPT" to wfld-name
           move pay-receipt to wfld-value
           perform emit-field.
       dump-invoices.
           move "INVOICES" to wsection
           perform begin-section
           open input invoices
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wo-fstatus
           move wsar-login to inv-login
           move zeros to inv-no
           start invoices key is not less than inv-key
               invalid key move "10" to wo-fstatus
           end-start
           if wo-fstatus not = "10"
               read invoices next
                   at end move "10" to wo-fstatus
               end-read
           end-if
           perform until wo-fstatus = "10" or inv-login not = wsar-login
               perform begin-record
               move "INVOICE-NO" to wfld-name
               move inv-no to wfld-value
               perform emit-field
               move "ISSUED" to wfld-name
               move inv-issued to wfld-value
               perform emit-field
               move "PERIOD-START" to wfld-name
               move inv-period-start to wfld-value
               perform emit-field
               move "PERIOD-END" to wfld-name
               move inv-period-end to wfld-value
               perform emit-field
               move inv-amount to wamt-display
               move "AMOUNT" to wfld-name
               move function trim(wamt-display) to wfld-value
               perform emit-field
               move inv-paid to wamt-display
               move "PAID" to wfld-name
               move function trim(wamt-display) to wfld-value
               perform emit-field
               move inv-discount to wamt-display
               move "DISCOUNT" to wfld-name
               move function trim(wamt-display) to wfld-value
               perform emit-field
               move "DUE-DATE" to wfld-name
               move inv-due-date to wfld-value
               perform emit-field
               move "STATUS" to wfld-name
               move inv-status to wfld-value
               perform emit-field
               read invoices next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           close invoices.
       dump-payplan.
           move "PAYPLAN" to wsection
           perform begin-section
           open input payplan
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wo-fstatus
           move wsar-login to plan-login
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
                   or plan-login not = wsar-login
               perform begin-record
               move "INSTALMENT" to wfld-name
               move plan-inst to wfld-value
               perform emit-field
               move plan-amount to wamt-display
               move "AMOUNT" to wfld-name
               move function trim(wamt-display) to wfld-value
               perform emit-field
               move plan-paid to wamt-display
               move "PAID" to wfld-name
               move function trim(wamt-display) to wfld-value
               perform emit-field
               move "DUE-DATE" to wfld-name
               move plan-due-date to wfld-value
               perform emit-field
               move "STATUS" to wfld-name
               move plan-status to wfld-value
               perform emit-field
               move "CREATED" to wfld-name
               move plan-created to wfld-value
               perform emit-field
               read payplan next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           close payplan.
       dump-notes.
           move "NOTES" to wsection
           perform begin-section
           open input notes
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wo-fstatus
           move wsar-login to note-login
           move low-values to note-seq
           start notes key is not less than note-key
               invalid key move "10" to wo-fstatus
           end-start
           if wo-fstatus not = "10"
               read notes next
                   at end move "10" to wo-fstatus
               end-read
           end-if
           perform until wo-fstatus = "10"
                   or note-login not = wsar-login
               perform begin-record
               move "WRITTEN" to wfld-name
               move note-seq to wfld-value
               perform emit-field
               move "AUTHOR" to wfld-name
               move note-author to wfld-value
               perform emit-field
               move "CATEGORY" to wfld-name
               move note-category to wfld-value
               perform emit-field
               move "TEXT" to wfld-name
               move note-text to wfld-value
               perform emit-field
               read notes next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           close notes.
       dump-memdocs.
           move "MEMDOCS" to wsection
           perform begin-section
           open input memdocs
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wo-fstatus
           move wsar-login to doc-login
           move low-values to doc-type
           start memdocs key is not less than doc-key
               invalid key move "10" to wo-fstatus
           end-start
           if wo-fstatus not = "10"
               read memdocs next
                   at end move "10" to wo-fstatus
               end-read
           end-if
           perform until wo-fstatus = "10"
                   or doc-login not = wsar-login
               perform begin-record
               move "DOCUMENT" to wfld-name
               move doc-type to wfld-value
               perform emit-field
               move "SIGNED" to wfld-name
               move doc-signed to wfld-value
               perform emit-field
               move "EXPIRY" to wfld-name
               move doc-expiry to wfld-value
               perform emit-field
               read memdocs next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           close memdocs.
       dump-quals.
           move "QUALS" to wsection
           perform begin-section
           open input quals
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wo-fstatus
           move wsar-login to qlf-login
           move low-values to qlf-cert
           start quals key is not less than qlf-key
               invalid key move "10" to wo-fstatus
           end-start
           if wo-fstatus not = "10"
               read quals next
                   at end move "10" to wo-fstatus
               end-read
           end-if
           perform until wo-fstatus = "10"
                   or qlf-login not = wsar-login
               perform begin-record
               move "CERTIFICATE" to wfld-name
               move qlf-cert to wfld-value
               perform emit-field
               move "AWARDED" to wfld-name
               move qlf-awarded to wfld-value
               perform emit-field
               move "EXPIRY" to wfld-name
               move qlf-expiry to wfld-value
               perform emit-field
               read quals next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           close quals.
       dump-bookings.
           move "BOOKINGS" to wsection
           perform begin-section
           open input bookings
           if fstatus not = zeros
               exit paragraph
           end-if
           read bookings next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if bkg-login = wsar-login
                   perform begin-record
                   move "RESOURCE" to wfld-name
                   move bkg-resource to wfld-value
                   perform emit-field
                   move "DATE" to wfld-name
                   move bkg-date to wfld-value
                   perform emit-field
                   move "SLOT" to wfld-name
                   move bkg-slot to wfld-value
                   perform emit-field
                   move "MADE" to wfld-name
                   move bkg-made to wfld-value
                   perform emit-field
                   move "STATUS" to wfld-name
                   move bkg-status to wfld-value
                   perform emit-field
                   move bkg-fee to wamt-display
                   move "FEE" to wfld-name
                   move function trim(wamt-display) to wfld-value
                   perform emit-field
               end-if
               read bookings next
                   at end move "10" to fstatus
               end-read
           end-perform
           close bookings.
       dump-eventreg.
           move "EVENTREG" to wsection
           perform begin-section
           open input eventreg
           if fstatus not = zeros
               exit paragraph
           end-if
           read eventreg next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if evr-login = wsar-login
                   perform begin-record
                   move "EVENT" to wfld-name
                   move evr-event to wfld-value
                   perform emit-field
                   move "REGISTERED" to wfld-name
                   move evr-regdate to wfld-value
                   perform emit-field
                   move "ATTENDED" to wfld-name
                   move evr-attended to wfld-value
                   perform emit-field
                   move "IF-CANCELLED" to wfld-name
                   move evr-settle-pref to wfld-value
                   perform emit-field
               end-if
               read eventreg next
                   at end move "10" to fstatus
               end-read
           end-perform
           close eventreg.
       dump-visits.
           move "VISITS" to wsection
           perform begin-section
           open input visits-in
           if wi-fstatus not = zeros
               exit paragraph
           end-if
           read visits-in
               at end move "10" to wi-fstatus
           end-read
           perform until wi-fstatus = "10"
               if vis-login = wsar-login
                   perform begin-record
                   move "WHEN" to wfld-name
                   move vis-timestamp to wfld-value
                   perform emit-field
                   move "DIRECTION" to wfld-name
                   move vis-dir to wfld-value
                   perform emit-field
               end-if
               read visits-in
                   at end move "10" to wi-fstatus
               end-read
           end-perform
           close visits-in.
       dump-guests.
           move "GUESTS" to wsection
           perform begin-section
           open input guests
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wo-fstatus
           move wsar-login to gst-sponsor
           move low-values to gst-seq
           start guests key is not less than gst-key
               invalid key move "10" to wo-fstatus
           end-start
           if wo-fstatus not = "10"
               read guests next
                   at end move "10" to wo-fstatus
               end-read
           end-if
           perform until wo-fstatus = "10"
                   or gst-sponsor not = wsar-login
               perform begin-record
               move "GUEST" to wfld-name
               move gst-name to wfld-value
               perform emit-field
               move "DATE" to wfld-name
               move gst-date to wfld-value
               perform emit-field
               read guests next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           close guests.
       dump-outbox.
      *> Messages queued to the member: by login where the sender
      *> set it, by address on rows from before it was carried.
           move "OUTBOX" to wsection
           perform begin-section
           open input msgstatus
           if fstatus not = zeros
               exit paragraph
           end-if
           read msgstatus next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if msg-login = wsar-login
                       or (msg-login = spaces
                           and ((msg-email and wmemberemail not = spaces
                                 and msg-dest = wmemberemail)
                             or (msg-sms and wmemberphone not = spaces
                                 and msg-dest = wmemberphone)))
                   perform begin-record
                   move "MESSAGE-ID" to wfld-name
                   move msg-id to wfld-value
                   perform emit-field
                   move "CHANNEL" to wfld-name
                   move msg-channel to wfld-value
                   perform emit-field
                   move "SENT-TO" to wfld-name
                   move msg-dest to wfld-value
                   perform emit-field
                   move "SUBJECT" to wfld-name
                   move msg-subject to wfld-value
                   perform emit-field
                   move "BODY" to wfld-name
                   move msg-body to wfld-value
                   perform emit-field
                   move "STATUS" to wfld-name
                   move msg-status to wfld-value
                   perform emit-field
                   move "UPDATED" to wfld-name
                   move msg-updated to wfld-value
                   perform emit-field
               end-if
               read msgstatus next
                   at end move "10" to fstatus
               end-read
           end-perform
           close msgstatus.
       dump-audit.
           move "AUDIT" to wsection
           perform begin-section
           open input audit-log
           if fstatus not = zeros
               exit paragraph
           end-if
           read audit-log
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if audit-login = wsar-login or audit-user = wsar-login
                   move reg-audit to arch-line
                   perform emit-audit-line
               end-if
               read audit-log
                   at end move "10" to fstatus
               end-read
           end-perform
           close audit-log.
       emit-audit-line.
      *> ARCH-LINE holds one line in the AUDIT.DAT layout.
           perform begin-record
           move "WHEN" to wfld-name
           move arch-line(1:14) to wfld-value
           perform emit-field
           move "MEMBER" to wfld-name
           move arch-line(16:60) to wfld-value
           perform emit-field
           move "OPERATION" to wfld-name
           move arch-line(77:15) to wfld-value
           perform emit-field
           move "BY" to wfld-name
           move arch-line(93:60) to wfld-value
           perform emit-field
           if arch-line(154:483) not = spaces
               move "OLD-NAME" to wfld-name
               move arch-line(154:120) to wfld-value
               perform emit-field
               move "NEW-NAME" to wfld-name
               move arch-line(275:120) to wfld-value
               perform emit-field
               move "OLD-PHONE" to wfld-name
               move arch-line(396:120) to wfld-value
               perform emit-field
               move "NEW-PHONE" to wfld-name
               move arch-line(517:120) to wfld-value
               perform emit-field
           end-if.
       dump-memevents.
           move "MEMEVENTS" to wsection
           perform begin-section
           open input memevents
           if fstatus not = zeros
               exit paragraph
           end-if
           read memevents
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if mev-login = wsar-login
                   move reg-memevents to arch-line
                   perform emit-memevent-line
               end-if
               read memevents
                   at end move "10" to fstatus
               end-read
           end-perform
           close memevents.
       emit-memevent-line.
      *> ARCH-LINE holds one line in the MEMEVENTS.DAT layout.
           perform begin-record
           move "WHEN" to wfld-name
           move arch-line(11:14) to wfld-value
           perform emit-field
           move "EVENT" to wfld-name
           move arch-line(87:12) to wfld-value
           perform emit-field.
       dump-archives.
      *> Every dated generation HOUSEKEEPING filed in the report
      *> library under WARCHNAME, searched line by line.
           move warchname to wsection
           perform begin-section
           open input rptindex
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wo-fstatus
           move warchname to rpx-name
           move low-values to rpx-date
           start rptindex key is not less than rpx-key
               invalid key move "10" to wo-fstatus
           end-start
           if wo-fstatus not = "10"
               read rptindex next
                   at end move "10" to wo-fstatus
               end-read
           end-if
           perform until wo-fstatus = "10" or rpx-name not = warchname
               move rpx-file to warchfile
               perform search-archive
               read rptindex next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           close rptindex.
       search-archive.
           open input arch-in
           if wi-fstatus not = zeros
               exit paragraph
           end-if
           read arch-in
               at end move "10" to wi-fstatus
           end-read
           perform until wi-fstatus = "10"
               if warchname = "AUDIT-ARCHIVE"
                   if arch-line(16:60) = wsar-login
                           or arch-line(93:60) = wsar-login
                       perform emit-audit-line
                   end-if
               else
                   if arch-line(26:60) = wsar-login
                       perform emit-memevent-line
                   end-if
               end-if
               read arch-in
                   at end move "10" to wi-fstatus
               end-read
           end-perform
           close arch-in.
       write-register.
           open output report-out
           move spaces to report-line
           string "SUBJECT ACCESS REQUESTS " delimited by size
                  wtoday delimited by size
               into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           move "REQ"       to report-line(1:3)
           move "MEMBER"    to report-line(12:6)
           move "RECEIVED"  to report-line(54:8)
           move "DUE"       to report-line(64:3)
           move "PRODUCED"  to report-line(74:8)
           move "MEDICAL"   to report-line(90:7)
           write report-line
           open input sarlog
           if fstatus = zeros
               read sarlog next
                   at end move "10" to fstatus
               end-read
               perform until fstatus = "10"
                   perform write-register-line
                   read sarlog next
                       at end move "10" to fstatus
                   end-read
               end-perform
               close sarlog
           end-if
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "OPEN: " wcountopen delimited by size
                  "  OPEN PAST DUE: " delimited by size
                  wcountlate delimited by size
               into report-line
           end-string
           write report-line
           close report-out.
       write-register-line.
           move spaces to wflag
           if sar-open
               add 1 to wcountopen
               if sar-due < wtoday
                   add 1 to wcountlate
                   move "** OVERDUE" to wflag
               end-if
           end-if
           move spaces to report-line
           move sar-seq         to report-line(1:9)
           move sar-login       to report-line(12:40)
           move sar-received    to report-line(54:8)
           move sar-due         to report-line(64:8)
           move sar-produced-on(1:8) to report-line(74:8)
           move sar-medical     to report-line(90:1)
           move wflag           to report-line(100:10)
           write report-line.
           copy "counter-next.cpy".
           copy "audit-log.cpy".
           copy "readlog-write.cpy".
