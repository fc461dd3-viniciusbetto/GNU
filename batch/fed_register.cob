       identification division.
       program-id. fed-register.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "fedreg.sel".
           select rules-in assign to "fedrules.dat"
               organization is line sequential
               file status is wi-fstatus.
           select csv-out assign to "fed-register.csv"
               organization is line sequential
               file status is wc-fstatus.
           select report-out assign to "fed-register.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "members.cpy".
           copy "fedreg.cpy".
      *> One affiliation category per line: category name, the
      *> member types it covers, the age band (inclusive) and the
      *> per-head fee in cents, e.g.
      *>   JUNIOR     JR         000 017 000000800
       fd  rules-in.
       01  rules-line.
           02 rul-category   pic x(10).
           02 filler         pic x(01).
           02 rul-types      pic x(10).
           02 filler         pic x(01).
           02 rul-min-age    pic 9(03).
           02 filler         pic x(01).
           02 rul-max-age    pic 9(03).
           02 filler         pic x(01).
           02 rul-fee        pic 9(07)v99.
       fd  csv-out.
       01  csv-line         pic x(600).
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wi-fstatus        pic xx     value "00".
       01  wc-fstatus        pic xx     value "00".
       01  wg-fstatus        pic xx     value "00".
       78  wmax-rules        value 20.
       01  wrule-count       pic 9(02) value zeros.
       01  wrule-table.
           02 wrule-entry occurs 20 times.
               03 wru-category  pic x(10).
               03 wru-types     pic x(10).
               03 wru-min-age   pic 9(03).
               03 wru-max-age   pic 9(03).
               03 wru-fee       pic 9(07)v99.
               03 wru-count     pic 9(06).
               03 wru-amount    pic 9(09)v99.
       01  wru-idx           pic 9(02) value zeros.
       01  wmatch            pic 9(02) value zeros.
       01  wtypes-all        pic x(20) value spaces.
       01  wclub             pic x(20) value spaces.
       01  wnew-only         pic x(01) value "N".
       01  wagedate-env      pic x(08) value spaces.
       01  wagedate          pic 9(08) value zeros.
       01  wtoday            pic x(08) value spaces.
       01  wbirth9           pic 9(08) value zeros.
       01  wage              pic 9(03) value zeros.
       01  wvalid            pic x(01) value "N".
       01  wcsv-in              pic x(120) value spaces.
       01  wcsv-inlen           pic 9(04)  value zeros.
       01  wcsv-out             pic x(250) value spaces.
       01  wcsv-outlen          pic 9(04)  value zeros.
       01  wcsv-i               pic 9(04)  value zeros.
       01  wcsv-c               pic x(01)  value spaces.
       01  wcsv-login           pic x(250) value spaces.
       01  wcsv-name            pic x(250) value spaces.
       01  wcsv-email           pic x(250) value spaces.
       01  weligible         pic 9(06) value zeros.
       01  wexported         pic 9(06) value zeros.
       01  wnobirth          pic 9(06) value zeros.
       01  wunregistered     pic 9(06) value zeros.
       01  wfee-total        pic 9(09)v99 value zeros.
       01  wamt-display      pic zzzzzz9,99.
       01  wtot-display      pic zzzzzzzz9,99.
       01  wnote             pic x(30) value spaces.
       01  wrl-job           pic x(30) value "FED-REGISTER".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       fedreg-main.
      *> Builds the national federation's registration file
      *> (fed-register.csv) from active members whose member type
      *> is covered by an affiliation category in fedrules.dat,
      *> placing each in the category for their type and their age
      *> on FED_AGE_DATE (CCYYMMDD, default today -- set it to the
      *> federation's age date for the season). With no rules file
      *> the usual three apply: JUNIOR 0-17, ADULT 18-64 and SENIOR
      *> 65 and over, types J and R. FED_CLUB is the club's
      *> federation code on every line. FED_NEW_ONLY=Y sends only
      *> members without a current registration, for a mid-season
      *> top-up. The report gives the per-category count and fee
      *> and the total to pay, then lists every eligible member
      *> playing without a valid registration (no number from the
      *> return file, or one past its expiry) and those with no
      *> birthdate, who cannot be categorised and are not sent.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           accept wclub from environment "FED_CLUB"
           accept wnew-only from environment "FED_NEW_ONLY"
           move function current-date(1:8) to wtoday
           move wtoday to wagedate
           accept wagedate-env from environment "FED_AGE_DATE"
           if wagedate-env is numeric
               if function test-date-yyyymmdd(
                       function numval(wagedate-env)) = 0
                   move wagedate-env to wagedate
               end-if
           end-if
           perform load-rules
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
           open output csv-out
           open output report-out
           move spaces to report-line
           string "FEDERATION REGISTRATION " wtoday delimited by size
                  "  CLUB " delimited by size
                  wclub delimited by size
                  "  AGES AT " delimited by size
                  wagedate delimited by size
               into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move "PLAYING WITHOUT VALID REGISTRATION" to report-line
           write report-line
           move spaces to csv-line
           string "CLUB,CLUBREF,NAME,BIRTHDATE,CATEGORY,EMAIL,REGNO"
               delimited by size into csv-line
           end-string
           write csv-line
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
               if member-active
                   perform consider-member
               end-if
               read members next
                   at end move "10" to fstatus
               end-read
           end-perform
           close members
           close fedreg
           close csv-out
           perform write-fees
           close report-out
           display "FEDERATION: ELIGIBLE " weligible
               "  SENT " wexported "  UNREGISTERED " wunregistered
           move "OK   " to wrl-phase
           move wexported to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       load-rules.
           move zeros to wrule-count
           open input rules-in
           if wi-fstatus = zeros
               read rules-in
                   at end move "10" to wi-fstatus
               end-read
               perform until wi-fstatus = "10"
                   if rul-category not = spaces
                           and rul-category(1:1) not = "*"
                           and rul-min-age is numeric
                           and rul-max-age is numeric
                           and rul-fee is numeric
                           and wrule-count < wmax-rules
                       add 1 to wrule-count
                       move rul-category to wru-category(wrule-count)
                       move rul-types    to wru-types(wrule-count)
                       move rul-min-age  to wru-min-age(wrule-count)
                       move rul-max-age  to wru-max-age(wrule-count)
                       move rul-fee      to wru-fee(wrule-count)
                   end-if
                   read rules-in
                       at end move "10" to wi-fstatus
                   end-read
               end-perform
               close rules-in
           end-if
           if wrule-count = zeros
               move 3 to wrule-count
               move "JUNIOR" to wru-category(1)
               move "JR"     to wru-types(1)
               move 0        to wru-min-age(1)
               move 17       to wru-max-age(1)
               move 8        to wru-fee(1)
               move "ADULT"  to wru-category(2)
               move "JR"     to wru-types(2)
               move 18       to wru-min-age(2)
               move 64       to wru-max-age(2)
               move 25       to wru-fee(2)
               move "SENIOR" to wru-category(3)
               move "JR"     to wru-types(3)
               move 65       to wru-min-age(3)
               move 999      to wru-max-age(3)
               move 15       to wru-fee(3)
           end-if
           perform varying wru-idx from 1 by 1
                   until wru-idx > wrule-count
               move zeros to wru-count(wru-idx) wru-amount(wru-idx)
           end-perform.
       consider-member.
      *> Only member types some category covers are playing members.
           move zeros to wmatch
           perform varying wru-idx from 1 by 1
                   until wru-idx > wrule-count or wmatch > zeros
               if function trim(wru-types(wru-idx)) = spaces
                       or function substitute(wru-types(wru-idx),
                           member-type, "*") not = wru-types(wru-idx)
                   move wru-idx to wmatch
               end-if
           end-perform
           if wmatch = zeros
               exit paragraph
           end-if
           add 1 to weligible
           perform check-registration
           if birthdate is not numeric
               add 1 to wnobirth
               move "NO BIRTHDATE -- NOT SENT" to wnote
               perform list-unregistered
               exit paragraph
           end-if
           move birthdate to wbirth9
           if wbirth9 > wagedate
               move zeros to wage
           else
               compute wage = (wagedate - wbirth9) / 10000
           end-if
           move zeros to wmatch
           perform varying wru-idx from 1 by 1
                   until wru-idx > wrule-count or wmatch > zeros
               if (function trim(wru-types(wru-idx)) = spaces
                       or function substitute(wru-types(wru-idx),
                           member-type, "*") not = wru-types(wru-idx))
                       and wage >= wru-min-age(wru-idx)
                       and wage <= wru-max-age(wru-idx)
                   move wru-idx to wmatch
               end-if
           end-perform
           if wmatch = zeros
               exit paragraph
           end-if
           if wvalid = "N"
               move spaces to wnote
               if frg-regno = spaces
                   move "NEVER REGISTERED" to wnote
               else
                   string "EXPIRED " frg-expires
                       delimited by size into wnote
                   end-string
               end-if
               perform list-unregistered
           end-if
           if wnew-only = "Y" and wvalid = "Y"
               exit paragraph
           end-if
           perform write-registration-line
           add 1 to wru-count(wmatch)
           add wru-fee(wmatch) to wru-amount(wmatch)
           add wru-fee(wmatch) to wfee-total
           add 1 to wexported
           move wru-category(wmatch) to frg-category
           move wagedate(1:4) to frg-season
           move wtoday to frg-submitted
           if wg-fstatus = "23"
               write reg-fedreg
                   invalid key continue
               end-write
           else
               rewrite reg-fedreg
                   invalid key continue
               end-rewrite
           end-if.
       check-registration.
           move "N" to wvalid
           move "00" to wg-fstatus
           move login to frg-login
           read fedreg invalid key
               move "23" to wg-fstatus
               move spaces to reg-fedreg
               move login to frg-login
           end-read
           if frg-regno not = spaces and frg-expires >= wtoday
               move "Y" to wvalid
           end-if.
       write-registration-line.
           move function trim(login) to wcsv-in
           move function length(function trim(login)) to wcsv-inlen
           perform quote-csv-field
           move wcsv-out(1:wcsv-outlen) to wcsv-login
           move function trim(name) to wcsv-in
           move function length(function trim(name)) to wcsv-inlen
           perform quote-csv-field
           move wcsv-out(1:wcsv-outlen) to wcsv-name
           move function trim(email) to wcsv-in
           move function length(function trim(email)) to wcsv-inlen
           perform quote-csv-field
           move wcsv-out(1:wcsv-outlen) to wcsv-email
           move spaces to csv-line
           string
               function trim(wclub)      delimited by size ","
               function trim(wcsv-login) delimited by size ","
               function trim(wcsv-name)  delimited by size ","
               birthdate                 delimited by size ","
               function trim(wru-category(wmatch))
                                         delimited by size ","
               function trim(wcsv-email) delimited by size ","
               function trim(frg-regno)  delimited by size
               into csv-line
           end-string
           write csv-line.
       quote-csv-field.
      *> Caller moves a trimmed field into WCSV-IN/WCSV-INLEN and
      *> PERFORMs this; WCSV-OUT(1:WCSV-OUTLEN) comes back wrapped in
      *> '"' with any embedded '"' doubled, per standard CSV quoting.
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
       list-unregistered.
           add 1 to wunregistered
           move spaces to report-line
           move login to report-line(1:40)
           move name to report-line(42:40)
           move member-type to report-line(84:1)
           move wnote to report-line(87:30)
           write report-line.
       write-fees.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "ELIGIBLE: " weligible delimited by size
                  "  UNREGISTERED: " delimited by size
                  wunregistered delimited by size
                  "  NO BIRTHDATE: " delimited by size
                  wnobirth delimited by size
               into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move "AFFILIATION FEES" to report-line
           write report-line
           move spaces to report-line
           move "CATEGORY"  to report-line(1:8)
           move "AGES"      to report-line(13:4)
           move "MEMBERS"   to report-line(25:7)
           move "PER HEAD"  to report-line(35:8)
           move "FEE"       to report-line(53:3)
           write report-line
           perform varying wru-idx from 1 by 1
                   until wru-idx > wrule-count
               move spaces to report-line
               move wru-category(wru-idx) to report-line(1:10)
               move wru-min-age(wru-idx) to report-line(13:3)
               move "-" to report-line(16:1)
               move wru-max-age(wru-idx) to report-line(17:3)
               move wru-count(wru-idx) to report-line(26:6)
               move wru-fee(wru-idx) to wamt-display
               move wamt-display to report-line(33:10)
               move wru-amount(wru-idx) to wtot-display
               move wtot-display to report-line(44:12)
               write report-line
           end-perform
           move wfee-total to wtot-display
           move spaces to report-line
           string "SENT: " wexported delimited by size
                  "  TOTAL FEE DUE: " delimited by size
                  wtot-display delimited by size
               into report-line
           end-string
           write report-line.
