       identification division.
       program-id. rota-exceptions.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "payments.sel".
           copy "rota.sel".
           select report-out assign to "rota-exceptions.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "members.cpy".
           copy "payments.cpy".
           copy "rota.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wo-fstatus        pic xx     value "00".
       01  wexc-date         pic x(08) value spaces.
       01  wpost-time        pic x(04) value spaces.
       78  wmax-shifts       value 200.
       01  wshift-count      pic 9(03) value zeros.
       01  wshift-table.
           02 wshift-entry occurs 200 times.
               03 wsh-login   pic x(60).
               03 wsh-start   pic x(04).
               03 wsh-end     pic x(04).
       01  wsh-idx           pic 9(03) value zeros.
       78  wmax-ops          value 30.
       01  wop-count         pic 9(02) value zeros.
       01  wop-table.
           02 wop-entry occurs 30 times.
               03 wop-login   pic x(60).
               03 wop-items   pic 9(05).
               03 wop-amount  pic 9(09)v99.
               03 wop-first   pic x(04).
               03 wop-last    pic x(04).
       01  wop-idx           pic 9(02) value zeros.
       01  wfound-m          pic x(01) value "N".
       01  wrostered         pic x(01) value "N".
       01  wkind-display     pic x(07) value spaces.
       01  wrowcount         pic 9(07) value zeros.
       01  wexccount         pic 9(07) value zeros.
       01  wamt-display      pic zzzzzz9,99.
       01  wrl-job           pic x(30) value "ROTA-EXCEPTIONS".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       exceptions-main.
      *> Takings against the rota: every payment and tab charge
      *> posted on the day (ROTA_DATE overrides today) by a member
      *> login -- the session PAY-OPERATOR holds -- is checked for a
      *> shift that login was rostered on, in any role, covering the
      *> minute it was posted. Those that were not are listed, then
      *> totalled by operator, so OPERATOR-BALANCE's figures can be
      *> set against who was meant to be on duty. Rows posted by the
      *> batch jobs (an operator that is no member login) and rows
      *> with no operator are left out.
           accept wexc-date from environment "ROTA_DATE"
           if wexc-date = spaces
               move function current-date(1:8) to wexc-date
           end-if
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           open input members
           if fstatus not = zeros
               display "ERRO ABRINDO members: " fstatus
               stop run
           end-if
           open input payments
           if fstatus not = zeros
               display "ERRO ABRINDO payments: " fstatus
               stop run
           end-if
           perform load-shifts
           open output report-out
           move spaces to report-line
           string "POSTINGS BY STAFF NOT ON THE ROTA -- "
                  delimited by size
                  wexc-date delimited by size
               into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           move "TIME"     to report-line(1:4)
           move "OPERATOR" to report-line(7:8)
           move "KIND"     to report-line(49:4)
           move "MEMBER"   to report-line(58:6)
           move "AMOUNT"   to report-line(106:6)
           write report-line
           read payments next
           perform until fstatus = "10"
               if pay-seq(1:8) = wexc-date
                       and (pay-kind-payment or pay-kind-tab)
                       and pay-operator not = spaces
                   add 1 to wrowcount
                   perform check-row
               end-if
               read payments next
           end-perform
           perform write-summary
           close report-out
           close payments
           close members
           display "POSTINGS CHECKED: " wrowcount
               "  NOT ROSTERED: " wexccount
           move "OK   " to wrl-phase
           move wexccount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       load-shifts.
           open input rota
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wo-fstatus
           move wexc-date to rot-date
           move low-values to rot-start
           start rota key is not less than rot-when
               invalid key move "10" to wo-fstatus
           end-start
           if wo-fstatus not = "10"
               read rota next
                   at end move "10" to wo-fstatus
               end-read
           end-if
           perform until wo-fstatus = "10" or rot-date not = wexc-date
                   or wshift-count >= wmax-shifts
               add 1 to wshift-count
               move rot-login to wsh-login(wshift-count)
               move rot-start to wsh-start(wshift-count)
               move rot-end   to wsh-end(wshift-count)
               read rota next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           close rota
           move "00" to fstatus.
       check-row.
           move pay-seq(9:4) to wpost-time
           move "N" to wrostered
           perform varying wsh-idx from 1 by 1
                   until wsh-idx > wshift-count or wrostered = "Y"
               if wsh-login(wsh-idx) = pay-operator
                       and wsh-start(wsh-idx) <= wpost-time
                       and wsh-end(wsh-idx) > wpost-time
                   move "Y" to wrostered
               end-if
           end-perform
           if wrostered = "Y"
               exit paragraph
           end-if
      *> Only postings made by a person at a session count here.
           move pay-operator to login
           read members invalid key
               move "10" to wo-fstatus
           not invalid key
               move "00" to wo-fstatus
           end-read
           move "00" to fstatus
           if wo-fstatus = "10"
               exit paragraph
           end-if
           add 1 to wexccount
           if pay-kind-tab
               move "TAB" to wkind-display
           else
               move "PAYMENT" to wkind-display
           end-if
           move pay-amount to wamt-display
           move spaces to report-line
           move wpost-time    to report-line(1:4)
           move pay-operator  to report-line(7:40)
           move wkind-display to report-line(49:7)
           move pay-login     to report-line(58:45)
           move wamt-display  to report-line(104:10)
           write report-line
           perform tally-operator.
       tally-operator.
           move "N" to wfound-m
           perform varying wop-idx from 1 by 1
                   until wop-idx > wop-count or wfound-m = "Y"
               if wop-login(wop-idx) = pay-operator
                   move "Y" to wfound-m
               end-if
           end-perform
           if wfound-m = "Y"
               subtract 1 from wop-idx
           else
               if wop-count >= wmax-ops
                   exit paragraph
               end-if
               add 1 to wop-count
               move wop-count to wop-idx
               move pay-operator to wop-login(wop-idx)
               move zeros to wop-items(wop-idx)
               move zeros to wop-amount(wop-idx)
               move wpost-time to wop-first(wop-idx)
               move wpost-time to wop-last(wop-idx)
           end-if
           add 1 to wop-items(wop-idx)
           add pay-amount to wop-amount(wop-idx)
           if wpost-time < wop-first(wop-idx)
               move wpost-time to wop-first(wop-idx)
           end-if
           if wpost-time > wop-last(wop-idx)
               move wpost-time to wop-last(wop-idx)
           end-if.
       write-summary.
           move spaces to report-line
           write report-line
           move "BY OPERATOR" to report-line
           write report-line
           perform varying wop-idx from 1 by 1
                   until wop-idx > wop-count
               move wop-amount(wop-idx) to wamt-display
               move spaces to report-line
               string wop-login(wop-idx) delimited by space
                      "  POSTINGS: " delimited by size
                      wop-items(wop-idx) delimited by size
                      "  TOTAL: " delimited by size
                      wamt-display delimited by size
                      "  BETWEEN " delimited by size
                      wop-first(wop-idx) delimited by size
                      " AND " delimited by size
                      wop-last(wop-idx) delimited by size
                   into report-line
               end-string
               write report-line
           end-perform
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "POSTINGS CHECKED: " wrowcount delimited by size
                  "  NOT ROSTERED: " delimited by size
                  wexccount delimited by size
                  "  SHIFTS ON THE ROTA: " delimited by size
                  wshift-count delimited by size
               into report-line
           end-string
           write report-line.
