       identification division.
       program-id. referral-leaders.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "referrals.sel".
           copy "members.sel".
           select report-out assign to "referral-leaders.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "referrals.cpy".
           copy "members.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wf-fstatus        pic xx     value "00".
       78  wmax-referrers    value 500.
       01  wyear             pic x(04) value spaces.
       01  wyear-n           pic 9(04) value zeros.
       01  wrf-count         pic 9(04) value zeros.
       01  wrf-table.
           02 wrf-entry occurs 500 times.
               03 wrf-login    pic x(60).
               03 wrf-id       pic 9(09).
               03 wrf-joined   pic 9(04).
               03 wrf-brought  pic 9(04).
               03 wrf-credit   pic 9(07)v99.
       01  wswap-entry       pic x(86).
       01  wrf-idx           pic 9(04) value zeros.
       01  wrf-jdx           pic 9(04) value zeros.
       01  wfound-r          pic x(01) value "N".
       01  wovf-referrers    pic 9(06) value zeros.
       01  wrank             pic 9(04) value zeros.
       01  wtot-joined       pic 9(06) value zeros.
       01  wtot-brought      pic 9(06) value zeros.
       01  wtot-credit       pic 9(09)v99 value zeros.
       01  wamt-display      pic zzzzzz9,99.
       01  wtot-display      pic zzzzzzzz9,99.
       01  wrl-job           pic x(30) value "REFERRAL-LEADERS".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       leaders-main.
      *> Yearly referral leaderboard for the AGM awards: every member
      *> who referred someone in the year (REPORT_YEAR CCYY, default
      *> the year just ended), ranked by referrals that became paying
      *> members -- credited by REFERRAL-CREDIT in the year -- with
      *> everyone they put forward in the year (pending included)
      *> and the credit they earned.
           accept wyear from environment "REPORT_YEAR"
           if wyear = spaces or wyear not numeric
               move function current-date(1:4) to wyear-n
               subtract 1 from wyear-n
               move wyear-n to wyear
           end-if
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           open input referrals
           if fstatus = "35"
               open output referrals
               close referrals
               open input referrals
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO referrals: " fstatus
               stop run
           end-if
           move "00" to wf-fstatus
           move low-values to ref-login
           start referrals key is not less than ref-login
               invalid key move "10" to wf-fstatus
           end-start
           if wf-fstatus not = "10"
               read referrals next
                   at end move "10" to wf-fstatus
               end-read
           end-if
           perform until wf-fstatus = "10"
               if ref-recorded(1:4) = wyear
                   or (ref-credited and ref-credited-on(1:4) = wyear)
                   perform tally-referral
               end-if
               read referrals next
                   at end move "10" to wf-fstatus
               end-read
           end-perform
           close referrals
           perform rank-referrers
           open input members
           open output report-out
           perform write-leaderboard
           close report-out
           close members
           move "OK   " to wrl-phase
           move wrf-count to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       tally-referral.
           move "N" to wfound-r
           perform varying wrf-idx from 1 by 1
                   until wrf-idx > wrf-count or wfound-r = "Y"
               if wrf-login(wrf-idx) = ref-referrer
                   move "Y" to wfound-r
               end-if
           end-perform
           if wfound-r = "Y"
               subtract 1 from wrf-idx
           else
               if wrf-count >= wmax-referrers
                   add 1 to wovf-referrers
                   exit paragraph
               end-if
               add 1 to wrf-count
               move wrf-count to wrf-idx
               move ref-referrer    to wrf-login(wrf-idx)
               move ref-referrer-id to wrf-id(wrf-idx)
               move zeros to wrf-joined(wrf-idx) wrf-brought(wrf-idx)
                             wrf-credit(wrf-idx)
           end-if
           if ref-recorded(1:4) = wyear and not ref-void
               add 1 to wrf-brought(wrf-idx)
           end-if
           if ref-credited and ref-credited-on(1:4) = wyear
               add 1 to wrf-joined(wrf-idx)
               add ref-credit to wrf-credit(wrf-idx)
           end-if.
       rank-referrers.
      *> Most new paying members first; ties go to whoever put the
      *> most people forward.
           perform varying wrf-idx from 1 by 1
                   until wrf-idx >= wrf-count
               perform varying wrf-jdx from 1 by 1
                       until wrf-jdx >= wrf-count
               if wrf-joined(wrf-jdx) < wrf-joined(wrf-jdx + 1)
                   or (wrf-joined(wrf-jdx) = wrf-joined(wrf-jdx + 1)
                   and wrf-brought(wrf-jdx) < wrf-brought(wrf-jdx + 1))
                   move wrf-entry(wrf-jdx) to wswap-entry
                   move wrf-entry(wrf-jdx + 1) to wrf-entry(wrf-jdx)
                   move wswap-entry to wrf-entry(wrf-jdx + 1)
               end-if
               end-perform
           end-perform.
       write-leaderboard.
           move spaces to report-line
           string "REFERRAL LEADERBOARD " wyear
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move "RANK  MEMBER ID  NAME" to report-line
           move "JOINED  PUT FORWARD      CREDIT" to report-line(70:)
           write report-line
           perform varying wrf-idx from 1 by 1
                   until wrf-idx > wrf-count
               add 1 to wrank
               move wrf-login(wrf-idx) to login
               read members invalid key
                   move wrf-login(wrf-idx) to name
               end-read
               move wrf-credit(wrf-idx) to wamt-display
               move spaces to report-line
               string wrank "  " wrf-id(wrf-idx) "  " name(1:52)
                      wrf-joined(wrf-idx) "    "
                      wrf-brought(wrf-idx) "      " wamt-display
                   delimited by size into report-line
               end-string
               write report-line
               add wrf-joined(wrf-idx)  to wtot-joined
               add wrf-brought(wrf-idx) to wtot-brought
               add wrf-credit(wrf-idx)  to wtot-credit
           end-perform
           move spaces to report-line
           write report-line
           move wtot-credit to wtot-display
           move spaces to report-line
           string "REFERRERS: " wrf-count
                  "  NEW PAYING MEMBERS: " wtot-joined
                  "  PUT FORWARD: " wtot-brought
                  "  CREDIT PAID: " wtot-display
               delimited by size into report-line
           end-string
           write report-line
           if wovf-referrers > zeros
               move spaces to report-line
               string "REFERRER TABLE FULL -- " wovf-referrers
                      " ROW(S) NOT COUNTED"
                   delimited by size into report-line
               end-string
               write report-line
           end-if.
