       identification division.
       program-id. offices-expiring.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "offroles.sel".
           copy "offices.sel".
           select roll-in assign to "election-roll.txt"
               organization is line sequential
               file status is wv-fstatus.
           select report-out assign to "offices-expiring.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "offroles.cpy".
           copy "offices.cpy".
       fd  roll-in.
       01  roll-line        pic x(132).
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wv-fstatus        pic xx     value "00".
       01  wo-fstatus        pic xx     value "00".
       01  wq-fstatus        pic xx     value "00".
       78  wlook-ahead-days  value 90.
       78  wterm-gap-days    value 31.
       01  wagm-env          pic x(08) value spaces.
       01  wagm-date         pic 9(08) value zeros.
       01  wtoday            pic 9(08) value zeros.
       01  wtoday-int        pic s9(09) comp.
       01  wstart-int        pic s9(09) comp.
       01  wprevend-int      pic s9(09) comp.
       01  wroll-checked     pic x(01) value "N".
       78  wmax-roll         value 3000.
       01  wroll-count       pic 9(04) value zeros.
       01  wroll-table.
           02 wroll-login    pic x(60) occurs 3000 times.
       01  wroll-idx         pic 9(04) value zeros.
       01  won-roll          pic x(01) value "N".
       01  wchk-login        pic x(60) value spaces.
       78  wmax-terms        value 200.
       01  wterm-count       pic 9(03) value zeros.
       01  wterm-table.
           02 wterm-entry occurs 200 times.
               03 wtm-login    pic x(60).
               03 wtm-start    pic x(08).
               03 wtm-end      pic x(08).
               03 wtm-status   pic x(01).
       01  wtm-idx           pic 9(03) value zeros.
       01  wtm-jdx           pic 9(03) value zeros.
       01  wlatest           pic x(01) value "N".
       01  wchain            pic 9(02) value zeros.
       01  wverdict          pic x(24) value spaces.
       01  wexpiring         pic 9(05) value zeros.
       01  wbarred           pic 9(05) value zeros.
       01  woffroll          pic 9(05) value zeros.
       01  wbar-count        pic 9(03) value zeros.
       01  wbar-table.
           02 wbar-line      pic x(132) occurs 200 times.
       01  wsit-count        pic 9(03) value zeros.
       01  wsit-table.
           02 wsit-line      pic x(132) occurs 200 times.
       01  wbar-idx          pic 9(03) value zeros.
       01  wrl-job           pic x(30) value "OFFICES-EXPIRING".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       expiring-main.
      *> Pre-AGM return for the secretary: every current term of
      *> office ending on or before the AGM, with the consecutive
      *> terms the holder has served in that role and whether they
      *> may stand again -- barred by the role's term limit, or not
      *> on the voter roll ELECTION-ROLL last printed (run that
      *> first; without it eligibility is not checked and the report
      *> says so). Then the barred members on their own, and any
      *> sitting officer no longer on the roll. AGM_DATE (CCYYMMDD)
      *> defaults to ninety days from today.
           move function current-date(1:8) to wtoday
           compute wtoday-int = function integer-of-date(wtoday)
           accept wagm-env from environment "AGM_DATE"
           if wagm-env is numeric
               move wagm-env to wagm-date
           end-if
           if wagm-date = zeros
                   or function test-date-yyyymmdd(wagm-date) not = 0
               compute wagm-date = function date-of-integer(
                   wtoday-int + wlook-ahead-days)
           end-if
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           perform load-voter-roll
           open input offroles
           if fstatus not = zeros
               display "ERRO ABRINDO offroles: " fstatus
               stop run
           end-if
           open input offices
           if fstatus = "35"
               open output offices
               close offices
               open input offices
           end-if
           open output report-out
           move spaces to report-line
           string "TERMS OF OFFICE ENDING BY AGM " wagm-date
                  "  RUN " wtoday
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           if wroll-checked = "Y"
               string "VOTER ROLL LOADED: " wroll-count " MEMBERS"
                   delimited by size into report-line
               end-string
           else
               move "NO VOTER ROLL ON FILE -- ELIGIBILITY NOT CHECKED"
                   to report-line
           end-if
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "ROLE       MEMBER                         "
                  "START    END      TERMS  VERDICT"
               delimited by size into report-line
           end-string
           write report-line
           move "00" to wo-fstatus
           move low-values to orl-code
           start offroles key is not less than orl-code
               invalid key move "10" to wo-fstatus
           end-start
           if wo-fstatus not = "10"
               read offroles next
                   at end move "10" to wo-fstatus
               end-read
           end-if
           perform until wo-fstatus = "10"
               perform load-role-terms
               perform varying wtm-idx from 1 by 1
                       until wtm-idx > wterm-count
                   perform judge-term
               end-perform
               read offroles next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           close offices
           close offroles
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "TERMS EXPIRING: " wexpiring
                  "  BARRED: " wbarred
                  "  NOT ON ROLL: " woffroll
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move "BARRED FROM STANDING AGAIN BY TERM LIMIT"
               to report-line
           write report-line
           if wbar-count = zeros
               move "   NONE" to report-line
               write report-line
           end-if
           perform varying wbar-idx from 1 by 1
                   until wbar-idx > wbar-count
               move wbar-line(wbar-idx) to report-line
               write report-line
           end-perform
           move spaces to report-line
           write report-line
           move "SITTING OFFICERS NOT ON THE VOTER ROLL" to report-line
           write report-line
           if wroll-checked not = "Y"
               move "   NOT CHECKED -- NO VOTER ROLL" to report-line
               write report-line
           else
               if wsit-count = zeros
                   move "   NONE" to report-line
                   write report-line
               end-if
           end-if
           perform varying wbar-idx from 1 by 1
                   until wbar-idx > wsit-count
               move wsit-line(wbar-idx) to report-line
               write report-line
           end-perform
           close report-out
           display "TERMS EXPIRING: " wexpiring " BARRED: " wbarred
           move "OK   " to wrl-phase
           move wexpiring to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       load-voter-roll.
      *> Roll lines are login, name and a signature line; the
      *> heading and quorum lines carry no signature and are
      *> skipped.
           open input roll-in
           if wv-fstatus not = "00"
               exit paragraph
           end-if
           move "Y" to wroll-checked
           read roll-in
               at end move "10" to wv-fstatus
           end-read
           perform until wv-fstatus = "10"
               if roll-line(103:11) = "  SIGNATURE"
                       and wroll-count < wmax-roll
                   add 1 to wroll-count
                   move roll-line(1:60) to wroll-login(wroll-count)
               end-if
               read roll-in
                   at end move "10" to wv-fstatus
               end-read
           end-perform
           close roll-in.
       load-role-terms.
           move zeros to wterm-count
           move "00" to wq-fstatus
           move orl-code   to ofc-role
           move low-values to ofc-start ofc-login
           start offices key is not less than ofc-key
               invalid key move "10" to wq-fstatus
           end-start
           if wq-fstatus not = "10"
               read offices next
                   at end move "10" to wq-fstatus
               end-read
           end-if
           perform until wq-fstatus = "10" or ofc-role not = orl-code
               if wterm-count < wmax-terms
                       and ofc-start is numeric and ofc-end is numeric
                   add 1 to wterm-count
                   move ofc-login  to wtm-login(wterm-count)
                   move ofc-start  to wtm-start(wterm-count)
                   move ofc-end    to wtm-end(wterm-count)
                   move ofc-status to wtm-status(wterm-count)
               end-if
               read offices next
                   at end move "10" to wq-fstatus
               end-read
           end-perform.
       judge-term.
           if wtm-status(wtm-idx) not = "C"
               exit paragraph
           end-if
           move wtm-login(wtm-idx) to wchk-login
           perform check-roll
           if wtm-start(wtm-idx) <= wtoday
                   and wtm-end(wtm-idx) >= wtoday
                   and won-roll = "N" and wroll-checked = "Y"
                   and wsit-count < wmax-terms
               add 1 to wsit-count
               move spaces to wsit-line(wsit-count)
               string "   " orl-code " " wtm-login(wtm-idx)(1:30)
                      " " wtm-start(wtm-idx) " " wtm-end(wtm-idx)
                   delimited by size into wsit-line(wsit-count)
               end-string
           end-if
           if wtm-end(wtm-idx) > wagm-date
               exit paragraph
           end-if
      *> Only the holder's latest term in the role is up for
      *> renewal; an earlier one was followed by another.
           move "Y" to wlatest
           perform varying wtm-jdx from 1 by 1
                   until wtm-jdx > wterm-count
               if wtm-login(wtm-jdx) = wtm-login(wtm-idx)
                       and wtm-start(wtm-jdx) > wtm-start(wtm-idx)
                   move "N" to wlatest
               end-if
           end-perform
           if wlatest = "N"
               exit paragraph
           end-if
           perform count-chain
           add 1 to wexpiring
           evaluate true
               when orl-max-terms > zeros and wchain >= orl-max-terms
                   move "BARRED -- TERM LIMIT" to wverdict
                   add 1 to wbarred
                   if wbar-count < wmax-terms
                       add 1 to wbar-count
                       move spaces to wbar-line(wbar-count)
                       string "   " orl-code " "
                              wtm-login(wtm-idx)(1:30)
                              " " wchain " OF " orl-max-terms
                              " CONSECUTIVE TERMS SERVED"
                           delimited by size
                           into wbar-line(wbar-count)
                       end-string
                   end-if
               when wroll-checked = "Y" and won-roll = "N"
                   move "NOT ON VOTER ROLL" to wverdict
                   add 1 to woffroll
               when wroll-checked = "Y"
                   move "MAY STAND AGAIN" to wverdict
               when other
                   move "MAY STAND -- ROLL UNCHECKED" to wverdict
           end-evaluate
           move spaces to report-line
           string orl-code " " wtm-login(wtm-idx)(1:30) " "
                  wtm-start(wtm-idx) " " wtm-end(wtm-idx) "  "
                  wchain "     " wverdict
               delimited by size into report-line
           end-string
           write report-line.
       count-chain.
      *> Consecutive terms in this role ending with this one: a term
      *> starting within a month of the previous one's end carries
      *> the count on, a longer break starts it again.
           move zeros to wchain wprevend-int
           perform varying wtm-jdx from 1 by 1
                   until wtm-jdx > wterm-count
               if wtm-login(wtm-jdx) = wtm-login(wtm-idx)
                       and wtm-start(wtm-jdx) <= wtm-start(wtm-idx)
                   compute wstart-int = function integer-of-date(
                       function numval(wtm-start(wtm-jdx)))
                   if wchain > zeros
                           and wstart-int <= wprevend-int
                               + wterm-gap-days
                       add 1 to wchain
                   else
                       move 1 to wchain
                   end-if
                   compute wprevend-int = function integer-of-date(
                       function numval(wtm-end(wtm-jdx)))
               end-if
           end-perform.
       check-roll.
           move "N" to won-roll
           perform varying wroll-idx from 1 by 1
                   until wroll-idx > wroll-count or won-roll = "Y"
               if wroll-login(wroll-idx) = wchk-login
                   move "Y" to won-roll
               end-if
           end-perform.
