       identification division.
       program-id. parking-export.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "payments.sel".
           copy "tariff.sel".
           copy "permits.sel".
           copy "vehicles.sel".
           select plates-out assign to "parking-plates.csv"
               organization is line sequential
               file status is wo-fstatus.
           select report-out assign to "parking-permits.txt"
               organization is line sequential
               file status is wo-fstatus.
       data division.
       file section.
           copy "members.cpy".
           copy "payments.cpy".
           copy "tariff.cpy".
           copy "permits.cpy".
           copy "vehicles.cpy".
       fd  plates-out.
       01  plates-line      pic x(80).
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wo-fstatus        pic xx     value "00".
       01  wp-fstatus        pic xx     value "00".
       01  wr-fstatus        pic xx     value "00".
       01  wtoday            pic 9(08) value zeros.
       01  wtoday-int        pic s9(09) comp.
       01  wdue-int          pic s9(09) comp.
       01  wdaysoverdue      pic s9(09) value zeros.
       01  whaslastpayment   pic x(01) value "N".
       01  wlastdue          pic 9(08) value zeros.
       01  wmemberlogin      pic x(60) value spaces.
       01  wbill-login       pic x(60) value spaces.
       01  wstanding-ok      pic x(01) value "N".
       78  wmax-households   value 200.
       01  whh-count         pic 9(03) value zeros.
       01  whh-table.
           02 whh-entry occurs 200 times.
               03 whh-id      pic 9(09).
               03 whh-payer   pic x(60).
       01  whh-idx           pic 9(03) value zeros.
       01  whh-found         pic x(01) value "N".
       01  wpermitcount      pic 9(05) value zeros.
       01  wlapsedcount      pic 9(05) value zeros.
       01  wexpiredcount     pic 9(05) value zeros.
       01  wmember-name      pic x(40) value spaces.
       01  wcar-display      pic x(36) value spaces.
       01  wrl-job           pic x(30) value "PARKING-EXPORT".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       parking-main.
      *> Nightly car-park run, retiring the gatekeeper's notebook.
      *> Every active permit is judged first: past its end date it
      *> expires, and a member who no longer passes the standing
      *> rules the door allow-list uses (active, not suspended or
      *> frozen, dues current within their tariff tier's grace,
      *> household members through the payer) has it lapsed -- a
      *> lapsed permit stays lapsed and is renewed at the desk. What
      *> is left goes to the barrier camera vendor as
      *> parking-plates.csv (plate, valid-to, permit number) and to
      *> the gatekeeper as parking-permits.txt, in plate order with
      *> make, colour and member so a car can be checked by eye.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           open input members
           if fstatus not = zeros
               display "ERRO ABRINDO members: " fstatus
               stop run
           end-if
           open input payments
           if fstatus = "35"
               open output payments
               close payments
               open input payments
           end-if
           open i-o permits
           if fstatus = "35"
               open output permits
               close permits
               open i-o permits
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO permits: " fstatus
               stop run
           end-if
           open input vehicles
           if fstatus = "35"
               open output vehicles
               close vehicles
               open input vehicles
           end-if
           move function current-date(1:8) to wtoday
           compute wtoday-int = function integer-of-date(wtoday)
           perform load-household-payers
           open output plates-out
           open output report-out
           move spaces to report-line
           string "CAR PARK PERMITS -- GATE LIST " delimited by size
                  wtoday delimited by size
               into report-line
           end-string
           write report-line
           perform report-heading
           move "00" to wp-fstatus
           move low-values to prm-plate
           start permits key is not less than prm-plate
               invalid key move "10" to wp-fstatus
           end-start
           if wp-fstatus not = "10"
               read permits next
                   at end move "10" to wp-fstatus
               end-read
           end-if
           perform until wp-fstatus = "10"
               if prm-active
                   perform judge-permit
               end-if
               read permits next
                   at end move "10" to wp-fstatus
               end-read
           end-perform
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "PERMITS ON THE GATE: " wpermitcount
                  delimited by size
                  "  LAPSED TONIGHT: " delimited by size
                  wlapsedcount delimited by size
                  "  EXPIRED TONIGHT: " delimited by size
                  wexpiredcount delimited by size
               into report-line
           end-string
           write report-line
           close report-out
           close plates-out
           close vehicles
           close permits
           close payments
           close members
           display "PERMITS: " wpermitcount "  LAPSED: " wlapsedcount
               "  EXPIRED: " wexpiredcount
           move "OK   " to wrl-phase
           move wpermitcount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       judge-permit.
           if prm-to < wtoday
               set prm-expired to true
               move wtoday to prm-status-date
               rewrite reg-permits
               add 1 to wexpiredcount
               exit paragraph
           end-if
           perform judge-standing
           if wstanding-ok = "N"
               set prm-lapsed to true
               move wtoday to prm-status-date
               move "DUES LAPSED" to prm-note
               rewrite reg-permits
               add 1 to wlapsedcount
               exit paragraph
           end-if
           if prm-from > wtoday
               exit paragraph
           end-if
           add 1 to wpermitcount
           move spaces to plates-line
           string function trim(prm-plate) delimited by size
                  "," delimited by size
                  prm-to delimited by size
                  "," delimited by size
                  prm-id delimited by size
               into plates-line
           end-string
           write plates-line
           perform write-gate-line.
       judge-standing.
      *> The same rules ACCESS-EXPORT puts a member through for the
      *> door.
           move "N" to wstanding-ok
           move prm-login to login
           read members invalid key
               exit paragraph
           end-read
           move function trim(name) to wmember-name
           if not member-active or member-suspended
               exit paragraph
           end-if
           if freeze-start is numeric and freeze-end is numeric
                   and freeze-start <= wtoday
                   and freeze-end >= wtoday
               exit paragraph
           end-if
           move login to wmemberlogin
           perform resolve-bill-login
           move member-type to wtariff-type
           perform read-tariff
           if wbill-login = wmemberlogin and paid-through is numeric
               move "Y" to whaslastpayment
               move paid-through to wlastdue
           else
               perform find-last-due
           end-if
           if whaslastpayment = "N"
               exit paragraph
           end-if
           compute wdue-int = function integer-of-date(wlastdue)
           compute wdaysoverdue = wtoday-int - wdue-int
           if wdaysoverdue > wtariff-grace
               exit paragraph
           end-if
           move "Y" to wstanding-ok.
       write-gate-line.
           move spaces to wcar-display
           move prm-plate to veh-plate
           read vehicles invalid key
               continue
           not invalid key
               string function trim(veh-colour) delimited by size
                      " " delimited by size
                      function trim(veh-make) delimited by size
                   into wcar-display
               end-string
           end-read
           move spaces to report-line
           move prm-plate    to report-line(1:10)
           move wcar-display to report-line(13:36)
           move wmember-name to report-line(51:40)
           move prm-id       to report-line(93:9)
           move prm-to       to report-line(104:8)
           write report-line.
       report-heading.
           move spaces to report-line
           write report-line
           move spaces to report-line
           move "PLATE"      to report-line(1:10)
           move "CAR"        to report-line(13:36)
           move "MEMBER"     to report-line(51:40)
           move "PERMIT"     to report-line(93:9)
           move "VALID TO"   to report-line(104:8)
           write report-line.
       load-household-payers.
      *> Same pre-pass ACCESS-EXPORT makes: a household member who
      *> is not the bill-payer is judged through the payer's
      *> payments.
           move "00" to fstatus
           read members next
           perform until fstatus = "10"
               if household-id not = zeros and is-bill-payer
                       and whh-count < wmax-households
                   add 1 to whh-count
                   move household-id to whh-id(whh-count)
                   move login        to whh-payer(whh-count)
               end-if
               read members next
           end-perform
           close members
           open input members.
       resolve-bill-login.
           move login to wbill-login
           if household-id not = zeros and not-bill-payer
               move "N" to whh-found
               perform varying whh-idx from 1 by 1
                       until whh-idx > whh-count
                       or whh-found = "Y"
                   if whh-id(whh-idx) = household-id
                       move "Y" to whh-found
                       move whh-payer(whh-idx) to wbill-login
                   end-if
               end-perform
           end-if.
       find-last-due.
           move "N" to whaslastpayment
           move zeros to wlastdue
           move "00" to wr-fstatus
           move low-values to pay-key
           move wbill-login to pay-login
           start payments key is not less than pay-key
               invalid key move "10" to wr-fstatus
           end-start
           if wr-fstatus not = "10"
               read payments next
                   at end move "10" to wr-fstatus
               end-read
           end-if
           perform until wr-fstatus = "10"
                   or pay-login <> wbill-login
               if pay-due-date not = spaces
                       and pay-reversed not = "Y"
                       and not pay-kind-latefee
                   move pay-due-date to wlastdue
                   move "Y" to whaslastpayment
               end-if
               read payments next
                   at end move "10" to wr-fstatus
               end-read
           end-perform.
       copy "tariff-read.cpy".
