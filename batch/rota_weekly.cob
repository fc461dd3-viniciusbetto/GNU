       identification division.
       program-id. rota-weekly.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "rota.sel".
           copy "openhrs.sel".
           select report-out assign to "rota-weekly.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "members.cpy".
           copy "rota.cpy".
           copy "openhrs.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wo-fstatus        pic xx     value "00".
       01  wweek-in          pic x(08) value spaces.
       01  wdatecheck        pic 9(08) value zeros.
       01  wday-int          pic s9(09) comp.
       01  wmonday-int       pic s9(09) comp.
       01  wday-n            pic 9(01) value zeros.
       01  wday-date         pic x(08) value spaces.
       01  wrole-n           pic 9(01) value zeros.
       01  wrole-codes       pic x(03) value "DBO".
       01  wrole-display     pic x(06) value spaces.
       01  wgap-i            pic 9(02) value zeros.
       01  wday-name-values.
           02 filler         pic x(09) value "MONDAY".
           02 filler         pic x(09) value "TUESDAY".
           02 filler         pic x(09) value "WEDNESDAY".
           02 filler         pic x(09) value "THURSDAY".
           02 filler         pic x(09) value "FRIDAY".
           02 filler         pic x(09) value "SATURDAY".
           02 filler         pic x(09) value "SUNDAY".
       01  filler redefines wday-name-values.
           02 wday-name      pic x(09) occurs 7 times.
       01  wshiftcount       pic 9(05) value zeros.
       01  wgapcount         pic 9(05) value zeros.
       01  wstaff-name       pic x(40) value spaces.
       01  wrl-job           pic x(30) value "ROTA-WEEKLY".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       rota-main.
      *> The printed rota for the staff room wall, retiring the
      *> whiteboard: one week Monday to Sunday -- next week by
      *> default, or the week holding ROTA_WEEK (CCYYMMDD) -- each
      *> day's shifts in start order with role and name, then any
      *> stretch of a role's hours nobody is rostered for, so the
      *> gaps are filled before the week starts.
           accept wweek-in from environment "ROTA_WEEK"
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           move zeros to wdatecheck
           if wweek-in is numeric
               move wweek-in to wdatecheck
           end-if
           if function test-date-yyyymmdd(wdatecheck) not = 0
               move function current-date(1:8) to wdatecheck
               compute wday-int =
                   function integer-of-date(wdatecheck) + 7
           else
               compute wday-int = function integer-of-date(wdatecheck)
           end-if
           compute wmonday-int = wday-int
               - function rem(wday-int - 1, 7)
           open input members
           if fstatus not = zeros
               display "ERRO ABRINDO members: " fstatus
               stop run
           end-if
           open input rota
           if fstatus not = zeros
               display "ERRO ABRINDO rota: " fstatus
               stop run
           end-if
           open input openhrs
           if fstatus = "35"
               open output openhrs
               close openhrs
               open input openhrs
           end-if
           open output report-out
           move function date-of-integer(wmonday-int) to wday-date
           move spaces to report-line
           string "DUTY ROTA -- WEEK OF " delimited by size
                  wday-date delimited by size
               into report-line
           end-string
           write report-line
           perform varying wday-n from 1 by 1 until wday-n > 7
               compute wday-int = wmonday-int + wday-n - 1
               move function date-of-integer(wday-int) to wday-date
               perform print-day
           end-perform
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "SHIFTS: " wshiftcount delimited by size
                  "  UNCOVERED STRETCHES: " delimited by size
                  wgapcount delimited by size
               into report-line
           end-string
           write report-line
           close report-out
           close openhrs
           close rota
           close members
           display "ROTA WEEK " wday-date " SHIFTS: " wshiftcount
               "  GAPS: " wgapcount
           move "OK   " to wrl-phase
           move wshiftcount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       print-day.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string wday-name(wday-n) delimited by size
                  " " delimited by size
                  wday-date delimited by size
               into report-line
           end-string
           write report-line
           move "00" to wo-fstatus
           move wday-date to rot-date
           move low-values to rot-start
           start rota key is not less than rot-when
               invalid key move "10" to wo-fstatus
           end-start
           if wo-fstatus not = "10"
               read rota next
                   at end move "10" to wo-fstatus
               end-read
           end-if
           perform until wo-fstatus = "10" or rot-date not = wday-date
               add 1 to wshiftcount
               move rot-role to wrg-role
               perform role-word
               move rot-login to login
               read members invalid key
                   move rot-login to wstaff-name
               not invalid key
                   move name to wstaff-name
               end-read
               move spaces to report-line
               move rot-start     to report-line(5:4)
               move "-"           to report-line(9:1)
               move rot-end       to report-line(10:4)
               move wrole-display to report-line(16:6)
               move wstaff-name   to report-line(24:40)
               move rot-note      to report-line(66:40)
               write report-line
               read rota next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           perform varying wrole-n from 1 by 1 until wrole-n > 3
               move wday-date to wrg-date
               move wrole-codes(wrole-n:1) to wrg-role
               perform find-rota-gaps
               if wrg-checked = "Y"
                   perform role-word
                   perform varying wgap-i from 1 by 1
                           until wgap-i > wrg-gap-count
                       add 1 to wgapcount
                       move spaces to report-line
                       string "    ** NOT COVERED " delimited by size
                              wrole-display delimited by space
                              " " delimited by size
                              wrg-gap-from(wgap-i) delimited by size
                              "-" delimited by size
                              wrg-gap-to(wgap-i) delimited by size
                           into report-line
                       end-string
                       write report-line
                   end-perform
               end-if
           end-perform.
       role-word.
           evaluate wrg-role
               when "D"   move "DESK"  to wrole-display
               when "B"   move "BAR"   to wrole-display
               when other move "OTHER" to wrole-display
           end-evaluate.
       copy "rota-gaps.cpy".
