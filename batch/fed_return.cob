       identification division.
       program-id. fed-return.
       environment division.
       input-output section.
       file-control.
           copy "members.sel".
           copy "fedreg.sel".
           select return-in assign to "fed-return.csv"
               organization is line sequential
               file status is wi-fstatus.
           select report-out assign to "fed-return.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "members.cpy".
           copy "fedreg.cpy".
       fd  return-in.
       01  return-line          pic x(200).
       fd  report-out.
       01  report-line          pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wi-fstatus        pic xx     value "00".
      *> Return line as the federation sends it:
      *> CLUBREF,REGNO,EXPIRES(CCYYMMDD) -- CLUBREF is the login
      *> FED-REGISTER sent, quoted or not. A header row, or a row
      *> whose expiry is not a date, is skipped.
       01  wrt-ref           pic x(62) value spaces.
       01  wrt-login         pic x(60) value spaces.
       01  wrt-regno         pic x(20) value spaces.
       01  wrt-expires       pic x(08) value spaces.
       01  wtoday            pic x(08) value spaces.
       01  wlinecount        pic 9(06) value zeros.
       01  wstoredcount      pic 9(06) value zeros.
       01  wskippedcount     pic 9(06) value zeros.
       01  wunknowncount     pic 9(06) value zeros.
       01  wnote             pic x(30) value spaces.
       01  wrl-job           pic x(30) value "FED-RETURN".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       fedret-main.
      *> Takes the federation's return file and stores each
      *> member's registration (insurance) number and its expiry on
      *> their FEDREG row, so FED-REGISTER can tell who is playing
      *> without valid registration. A reference that is not a
      *> member login is reported and skipped.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           move function current-date(1:8) to wtoday
           open input members
           if fstatus not = zeros
               display "ERRO ABRINDO members: " fstatus
               move 8 to return-code
               stop run
           end-if
           open i-o fedreg
           if fstatus = "35"
               open output fedreg
               close fedreg
               open i-o fedreg
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO fedreg: " fstatus
               move 8 to return-code
               stop run
           end-if
           open input return-in
           if wi-fstatus not = zeros
               display "ERRO ABRINDO fed-return.csv: " wi-fstatus
               close fedreg
               close members
               move 8 to return-code
               stop run
           end-if
           open output report-out
           move spaces to report-line
           string "FEDERATION RETURN LOADED " wtoday
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           read return-in
               at end move "10" to wi-fstatus
           end-read
           perform until wi-fstatus = "10"
               perform process-return-line
               read return-in
                   at end move "10" to wi-fstatus
               end-read
           end-perform
           close return-in
           close fedreg
           close members
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "LINES: " wlinecount delimited by size
                  "  STORED: " delimited by size
                  wstoredcount delimited by size
                  "  NOT A MEMBER: " delimited by size
                  wunknowncount delimited by size
                  "  SKIPPED: " delimited by size
                  wskippedcount delimited by size
               into report-line
           end-string
           write report-line
           close report-out
           display "FEDERATION RETURN: " wstoredcount " STORED, "
               wunknowncount " UNKNOWN"
           move "OK   " to wrl-phase
           move wstoredcount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       process-return-line.
           add 1 to wlinecount
           move spaces to wrt-ref wrt-regno wrt-expires wrt-login
           unstring return-line delimited by ","
               into wrt-ref wrt-regno wrt-expires
           end-unstring
           if wrt-expires is not numeric
               add 1 to wskippedcount
               exit paragraph
           end-if
           if function test-date-yyyymmdd(
                   function numval(wrt-expires)) not = 0
                   or wrt-regno = spaces
               add 1 to wskippedcount
               exit paragraph
           end-if
           move function trim(wrt-ref) to wrt-ref
           if wrt-ref(1:1) = '"'
               unstring wrt-ref(2:61) delimited by '"'
                   into wrt-login
               end-unstring
           else
               move wrt-ref to wrt-login
           end-if
           move wrt-login to login
           read members invalid key
               add 1 to wunknowncount
               move "NOT A MEMBER LOGIN" to wnote
               perform report-return-line
               exit paragraph
           end-read
           move wrt-login to frg-login
           read fedreg invalid key
               move spaces to reg-fedreg
               move wrt-login to frg-login
               move function trim(wrt-regno) to frg-regno
               move wrt-expires to frg-expires
               move wtoday to frg-imported
               write reg-fedreg
           not invalid key
               move function trim(wrt-regno) to frg-regno
               move wrt-expires to frg-expires
               move wtoday to frg-imported
               rewrite reg-fedreg
           end-read
           add 1 to wstoredcount
           move "STORED" to wnote
           perform report-return-line.
       report-return-line.
           move spaces to report-line
           move wrt-login to report-line(1:40)
           move wrt-regno to report-line(42:20)
           move wrt-expires to report-line(63:8)
           move wnote to report-line(73:30)
           write report-line.
