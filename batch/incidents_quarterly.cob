       identification division.
       program-id. incidents-quarterly.
       environment division.
       input-output section.
       file-control.
           copy "incidents.sel".
           copy "incactions.sel".
           copy "resources.sel".
           select report-out assign to "incidents-quarterly.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "incidents.cpy".
           copy "incactions.cpy".
           copy "resources.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wi-fstatus        pic xx     value "00".
       01  wa-fstatus        pic xx     value "00".
       01  wtoday            pic x(08) value spaces.
       01  wquarter          pic x(05) value spaces.
       01  wq-year           pic 9(04) value zeros.
       01  wq-no             pic 9(01) value zeros.
       01  wcur-month        pic 9(02) value zeros.
       01  wfirst-month      pic 9(02) value zeros.
       01  wq-month          pic 9(02) value zeros.
       01  wq-from           pic x(06) value spaces.
       01  wq-to             pic x(06) value spaces.
       78  wmax-places       value 50.
       01  wplace-count      pic 9(02) value zeros.
       01  wplace-table.
           02 wplace-entry occurs 50 times.
               03 wpl-resource pic 9(04).
               03 wpl-place    pic x(40).
               03 wpl-count    pic 9(05).
               03 wpl-injuries pic 9(05).
       01  wpl-idx           pic 9(02) value zeros.
       01  wfound            pic x(01) value "N".
       01  wp-idx            pic 9(01) value zeros.
       01  wincidents        pic 9(05) value zeros.
       01  winjuries         pic 9(05) value zeros.
       01  wnearmisses       pic 9(05) value zeros.
       01  wothers           pic 9(05) value zeros.
       01  wfirstaids        pic 9(05) value zeros.
       01  wambulances       pic 9(05) value zeros.
       01  wstill-open       pic 9(05) value zeros.
       01  wmembers-inv      pic 9(05) value zeros.
       01  wguests-inv       pic 9(05) value zeros.
       01  wothers-inv       pic 9(05) value zeros.
       01  wact-raised       pic 9(05) value zeros.
       01  wact-done         pic 9(05) value zeros.
       01  wact-open         pic 9(05) value zeros.
       01  wact-overdue      pic 9(05) value zeros.
       01  wq-incident       pic x(01) value "N".
       01  wlocation         pic x(50) value spaces.
       01  wkind-display     pic x(10) value spaces.
       01  wstate-display    pic x(06) value spaces.
       01  wrl-job           pic x(30) value "INCIDENTS-QUARTERLY".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       quarterly-main.
      *> Quarterly incident summary for the board: how many incidents
      *> and accidents there were, of what kind, how many needed first
      *> aid or an ambulance, who was involved (members, guests,
      *> others -- counted, not named), where they happened, a line
      *> per incident, and how the follow-up actions raised on them
      *> stand, with every action now past its due date listed against
      *> its owner. Injury details stay on the register; this paper
      *> carries no medical information. INC_QUARTER (CCYYQ, e.g.
      *> 20262) overrides the default of the quarter that just ended.
           move function current-date(1:8) to wtoday
           accept wquarter from environment "INC_QUARTER"
           if wquarter = spaces or wquarter not numeric
               move function current-date(1:4) to wq-year
               move function current-date(5:2) to wcur-month
               compute wq-no = (wcur-month - 1) / 3 + 1
               if wq-no = 1
                   subtract 1 from wq-year
                   move 4 to wq-no
               else
                   subtract 1 from wq-no
               end-if
           else
               move wquarter(1:4) to wq-year
               move wquarter(5:1) to wq-no
               if wq-no < 1 or wq-no > 4
                   display "INVALID INC_QUARTER " wquarter
                   stop run
               end-if
           end-if
           compute wfirst-month = (wq-no - 1) * 3 + 1
           move spaces to wq-from wq-to
           string wq-year wfirst-month delimited by size
               into wq-from
           end-string
           compute wq-month = wfirst-month + 2
           string wq-year wq-month delimited by size
               into wq-to
           end-string
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           open input incidents
           if fstatus = "35"
               open output incidents
               close incidents
               open input incidents
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO incidents: " fstatus
               stop run
           end-if
           open input incactions
           if fstatus = "35"
               open output incactions
               close incactions
               open input incactions
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO incactions: " fstatus
               stop run
           end-if
           open input resources
           if fstatus not = zeros
               display "ERRO ABRINDO resources: " fstatus
               stop run
           end-if
           open output report-out
           move spaces to report-line
           string "INCIDENT AND ACCIDENT SUMMARY -- QUARTER "
                  wq-year "Q" wq-no
                  " (" wq-from " TO " wq-to ")  RUN " wtoday
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move "INCIDENTS IN THE QUARTER" to report-line
           write report-line
           move spaces to report-line
           string "INCIDENT  DATE     TIME LOCATION"
                  "                                          "
                  "TYPE       FA AMB STATUS ACTIONS"
               delimited by size into report-line
           end-string
           write report-line
           move "00" to wi-fstatus
           move zeros to inc-id
           start incidents key is not less than inc-id
               invalid key move "10" to wi-fstatus
           end-start
           if wi-fstatus not = "10"
               read incidents next
                   at end move "10" to wi-fstatus
               end-read
           end-if
           perform until wi-fstatus = "10"
               if inc-date(1:6) >= wq-from and inc-date(1:6) <= wq-to
                   perform tally-incident
               end-if
               read incidents next
                   at end move "10" to wi-fstatus
               end-read
           end-perform
           if wincidents = zeros
               move "   NONE" to report-line
               write report-line
           end-if
           perform write-totals
           perform write-places
           perform write-overdue-actions
           close report-out
           close resources
           close incactions
           close incidents
           display "INCIDENTS IN QUARTER: " wincidents
               " OVERDUE ACTIONS: " wact-overdue
           move "OK   " to wrl-phase
           move wincidents to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       tally-incident.
           add 1 to wincidents
           evaluate true
               when inc-injury
                   add 1 to winjuries
                   move "INJURY" to wkind-display
               when inc-near-miss
                   add 1 to wnearmisses
                   move "NEAR MISS" to wkind-display
               when other
                   add 1 to wothers
                   move "OTHER" to wkind-display
           end-evaluate
           if inc-had-first-aid
               add 1 to wfirstaids
           end-if
           if inc-had-ambulance
               add 1 to wambulances
           end-if
           if inc-open
               add 1 to wstill-open
               move "OPEN" to wstate-display
           else
               move "CLOSED" to wstate-display
           end-if
           perform varying wp-idx from 1 by 1
                   until wp-idx > inc-people
               evaluate true
                   when inp-member(wp-idx) add 1 to wmembers-inv
                   when inp-guest(wp-idx)  add 1 to wguests-inv
                   when other              add 1 to wothers-inv
               end-evaluate
           end-perform
           perform build-location
           perform add-place
           perform tally-incident-actions
           move spaces to report-line
           string inc-id " " inc-date " " inc-time " "
                  wlocation " " wkind-display " "
                  inc-first-aid "  " inc-ambulance "   "
                  wstate-display " " inc-actions
               delimited by size into report-line
           end-string
           write report-line.
       build-location.
           move spaces to wlocation
           if inc-resource > zeros
               move inc-resource to res-id
               read resources invalid key
                   move spaces to res-name
               end-read
               string inc-resource delimited by size
                      " " delimited by size
                      res-name delimited by size
                   into wlocation
               end-string
           else
               move inc-place to wlocation
           end-if.
       add-place.
      *> Bookable resources group by id; anywhere else by the place
      *> text as keyed.
           move "N" to wfound
           perform varying wpl-idx from 1 by 1
                   until wpl-idx > wplace-count or wfound = "Y"
               if (inc-resource > zeros
                       and wpl-resource(wpl-idx) = inc-resource)
                   or (inc-resource = zeros
                       and wpl-resource(wpl-idx) = zeros
                       and wpl-place(wpl-idx) = inc-place)
                   move "Y" to wfound
                   add 1 to wpl-count(wpl-idx)
                   if inc-injury
                       add 1 to wpl-injuries(wpl-idx)
                   end-if
               end-if
           end-perform
           if wfound = "N" and wplace-count < wmax-places
               add 1 to wplace-count
               move inc-resource to wpl-resource(wplace-count)
               move wlocation(1:40) to wpl-place(wplace-count)
               if inc-resource = zeros
                   move inc-place to wpl-place(wplace-count)
               end-if
               move 1 to wpl-count(wplace-count)
               move zeros to wpl-injuries(wplace-count)
               if inc-injury
                   move 1 to wpl-injuries(wplace-count)
               end-if
           end-if.
       tally-incident-actions.
           move "00" to wa-fstatus
           move inc-id to ina-incident
           move zeros to ina-seq
           start incactions key is not less than ina-key
               invalid key move "10" to wa-fstatus
           end-start
           if wa-fstatus not = "10"
               read incactions next
                   at end move "10" to wa-fstatus
               end-read
           end-if
           perform until wa-fstatus = "10"
                   or ina-incident not = inc-id
               add 1 to wact-raised
               if ina-done
                   add 1 to wact-done
               else
                   add 1 to wact-open
               end-if
               read incactions next
                   at end move "10" to wa-fstatus
               end-read
           end-perform.
       write-totals.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "INCIDENTS: " wincidents
                  "  INJURIES: " winjuries
                  "  NEAR MISSES: " wnearmisses
                  "  OTHER: " wothers
                  "  STILL OPEN: " wstill-open
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "FIRST AID GIVEN: " wfirstaids
                  "  AMBULANCE CALLED: " wambulances
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "PEOPLE INVOLVED -- MEMBERS: " wmembers-inv
                  "  GUESTS: " wguests-inv
                  "  OTHERS: " wothers-inv
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "FOLLOW-UP ACTIONS RAISED: " wact-raised
                  "  DONE: " wact-done
                  "  STILL OPEN: " wact-open
               delimited by size into report-line
           end-string
           write report-line.
       write-places.
           move spaces to report-line
           write report-line
           move "WHERE THEY HAPPENED" to report-line
           write report-line
           move spaces to report-line
           string "   LOCATION                                  "
                  "INCIDENTS INJURIES"
               delimited by size into report-line
           end-string
           write report-line
           perform varying wpl-idx from 1 by 1
                   until wpl-idx > wplace-count
               move spaces to report-line
               string "   " wpl-place(wpl-idx) "  "
                      wpl-count(wpl-idx) "     "
                      wpl-injuries(wpl-idx)
                   delimited by size into report-line
               end-string
               write report-line
           end-perform.
       write-overdue-actions.
      *> Every action still open past its due date, whichever quarter
      *> its incident fell in, so nothing drops off the board's view.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "FOLLOW-UP ACTIONS OVERDUE AT " wtoday
               delimited by size into report-line
           end-string
           write report-line
           move "00" to wa-fstatus
           move zeros to ina-incident ina-seq
           start incactions key is not less than ina-key
               invalid key move "10" to wa-fstatus
           end-start
           if wa-fstatus not = "10"
               read incactions next
                   at end move "10" to wa-fstatus
               end-read
           end-if
           perform until wa-fstatus = "10"
               if ina-open and ina-due < wtoday
                   add 1 to wact-overdue
                   move spaces to report-line
                   string "   " ina-incident "/" ina-seq
                          " DUE " ina-due " "
                          ina-owner(1:30) " "
                          ina-action(1:60)
                       delimited by size into report-line
                   end-string
                   write report-line
               end-if
               read incactions next
                   at end move "10" to wa-fstatus
               end-read
           end-perform
           if wact-overdue = zeros
               move "   NONE" to report-line
               write report-line
           end-if.
