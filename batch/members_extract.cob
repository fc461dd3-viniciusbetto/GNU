       identification division.
       program-id. members-extract.
       environment division.
       input-output section.
       file-control.
           copy "members.sel".
           copy "payments.sel".
           copy "invoices.sel".
           copy "tariff.sel".
           copy "mextract.sel".
           select visits-in assign to "visits.dat"
               organization is line sequential
               file status is wi-fstatus.
           select sort-work assign to "sortwork.tmp"
               organization is sequential.
       data division.
       file section.
           copy "members.cpy".
           copy "payments.cpy".
           copy "invoices.cpy".
           copy "tariff.cpy".
           copy "mextract.cpy".
       fd  visits-in.
       01  visit-line.
           02 vis-timestamp  pic x(14).
           02 filler         pic x(01).
           02 vis-member-id  pic 9(09).
           02 filler         pic x(01).
           02 vis-login      pic x(60).
           02 filler         pic x(01).
           02 vis-dir        pic x(01).
       sd  sort-work.
       01  sort-rec.
           02 sort-login     pic x(60).
           02 sort-date      pic x(08).
       working-storage section.
       copy "wk-general.cpy".
       01  wi-fstatus        pic xx     value "00".
       01  wp-fstatus        pic xx     value "00".
       01  wv-fstatus        pic xx     value "00".
       01  wtoday            pic 9(08) value zeros.
       01  wtoday-int        pic s9(09) comp.
       01  wdue-int          pic s9(09) comp.
       01  wdaysoverdue      pic s9(09) value zeros.
       01  whaslastpayment   pic x(01) value "N".
       01  wlastdue          pic 9(08) value zeros.
       01  wbill-login       pic x(60) value spaces.
       01  wlastvisit        pic x(08) value spaces.
       01  wbalance          pic 9(07)v99 value zeros.
       01  winvoices-open    pic x(01) value "N".
       78  wmax-households   value 2000.
       01  whh-count         pic 9(04) value zeros.
       01  whh-table.
           02 whh-entry occurs 2000 times.
               03 whh-id      pic 9(09).
               03 whh-payer   pic x(60).
       01  whh-idx           pic 9(04) value zeros.
       01  whh-found         pic x(01) value "N".
       78  wmax-tiers        value 20.
       01  wtg-count         pic 9(02) value zeros.
       01  wtg-table.
           02 wtg-entry occurs 20 times.
               03 wtg-type    pic x(01).
               03 wtg-grace   pic 9(03).
       01  wtg-idx           pic 9(02) value zeros.
       01  wtg-found         pic x(01) value "N".
       01  wcurrent-count    pic 9(06) value zeros.
       01  woverdue-count    pic 9(06) value zeros.
       01  wnodues-count     pic 9(06) value zeros.
       01  wtotalcount       pic 9(06) value zeros.
       01  wrl-job           pic x(30) value "MEMBERS-EXTRACT".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       extract-main.
      *> One early step of the nightly window (after MEMBERS-BACKUP,
      *> before any member report): reads MEMBERS once, works out
      *> each member's dues standing, open invoice balance and last
      *> kiosk check-in, and writes them with the member's own
      *> fields to members-extract.dat in login order. MEMBERS-RPT,
      *> MEMBERS-MAILING-LABELS, MEMBERS-GEO, MEMBERS-TYPE-SUMMARY,
      *> ELECTION-ROLL, ACCESS-EXPORT and MEMBERS-DORMANT read the
      *> extract instead of walking PAYMENTS member by member, so
      *> they all see the same standing on the same night; in
      *> jobcontrol.dat they declare MEMBERS-EXTRACT as the step
      *> they depend on.
      *>
      *> Standing is the rule the door list has always used: judged
      *> through the household bill-payer where one is set, on a
      *> self-payer's stamped PAID-THROUGH when there is one, else
      *> the latest dues due date on a live (not reversed, not late
      *> fee) payment; current while no more than the member type's
      *> tariff grace days have passed since it.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           move function current-date(1:8) to wtoday
           compute wtoday-int = function integer-of-date(wtoday)
           open input members
           if fstatus not = zeros
               display "ERRO ABRINDO members: " fstatus
               move 8 to return-code
               stop run
           end-if
           perform load-household-payers
           open input payments
           if fstatus = "35"
               open output payments
               close payments
               open input payments
           end-if
           open input invoices
           if fstatus = zeros
               move "Y" to winvoices-open
           end-if
           open output mextract
           if fstatus not = zeros
               display "ERRO ABRINDO members-extract.dat: " fstatus
               move 8 to return-code
               stop run
           end-if
      *> Check-ins come through the sort in login order so they can
      *> be matched against MEMBERS, which is read in login order
      *> too, without a table of every visitor.
           sort sort-work on ascending key sort-login
               input procedure is release-visits
               output procedure is build-extract
           close members
           close payments
           if winvoices-open = "Y"
               close invoices
           end-if
           close mextract
           display "MEMBERS-EXTRACT: " wtotalcount " MEMBERS, "
               wcurrent-count " CURRENT, " woverdue-count
               " OVERDUE, " wnodues-count " NO DUES ON FILE"
           move "OK   " to wrl-phase
           move wtotalcount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       load-household-payers.
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
       release-visits.
      *> Check-ins only -- a check-out row is the other half of the
      *> same visit.
           open input visits-in
           if wi-fstatus not = zeros
               exit paragraph
           end-if
           read visits-in next record
               at end move "10" to wi-fstatus
           end-read
           perform until wi-fstatus = "10"
               if vis-dir not = "O" and vis-login not = spaces
                   move vis-login to sort-login
                   move vis-timestamp(1:8) to sort-date
                   release sort-rec
               end-if
               read visits-in next record
                   at end move "10" to wi-fstatus
               end-read
           end-perform
           close visits-in.
       build-extract.
           move "00" to wv-fstatus
           perform return-visit
           read members next
           perform until fstatus = "10"
               perform find-last-visit
               perform extract-member
               read members next
           end-perform.
       return-visit.
           return sort-work
               at end move "10" to wv-fstatus
           end-return.
       find-last-visit.
           move spaces to wlastvisit
           perform until wv-fstatus = "10" or sort-login >= login
               perform return-visit
           end-perform
           perform until wv-fstatus = "10" or sort-login not = login
               if sort-date > wlastvisit
                   move sort-date to wlastvisit
               end-if
               perform return-visit
           end-perform.
       extract-member.
           move spaces to reg-mextract
           move login          to mx-login
           move wtoday         to mx-asof
           move name           to mx-name
           move phone          to mx-phone
           move email          to mx-email
           move member-id      to mx-member-id
           move member-status  to mx-status
           move member-type    to mx-type
           move member-suspend to mx-suspend
           move join-date      to mx-join-date
           move addr-street    to mx-addr-street
           move addr-city      to mx-addr-city
           move addr-state     to mx-addr-state
           move addr-postal    to mx-addr-postal
           move household-id   to mx-household-id
           move bill-payer     to mx-bill-payer
           move branch-code    to mx-branch
           move merged-into    to mx-merged-into
           move paid-through   to mx-paid-through
           move freeze-start   to mx-freeze-start
           move freeze-end     to mx-freeze-end
           move wlastvisit     to mx-last-visit
           move "N" to mx-frozen
           if freeze-start is numeric and freeze-end is numeric
                   and freeze-start <= wtoday
                   and freeze-end >= wtoday
               move "Y" to mx-frozen
           end-if
           perform resolve-bill-login
           move wbill-login to mx-bill-login
           perform find-grace
           move wtariff-grace to mx-grace
           if wbill-login = login and paid-through is numeric
               move "Y" to whaslastpayment
               move paid-through to wlastdue
           else
               perform find-last-due
           end-if
           move zeros to mx-days-overdue
           if whaslastpayment = "N"
               move "N" to mx-standing
               add 1 to wnodues-count
           else
               move wlastdue to mx-last-due
               compute wdue-int = function integer-of-date(wlastdue)
               compute wdaysoverdue = wtoday-int - wdue-int
               if wdaysoverdue > 99999
                   move 99999 to wdaysoverdue
               end-if
               if wdaysoverdue < -99999
                   move -99999 to wdaysoverdue
               end-if
               move wdaysoverdue to mx-days-overdue
               if wdaysoverdue > wtariff-grace
                   move "O" to mx-standing
                   add 1 to woverdue-count
               else
                   move "C" to mx-standing
                   add 1 to wcurrent-count
               end-if
           end-if
           perform sum-open-invoices
           move wbalance to mx-balance
           write reg-mextract
           add 1 to wtotalcount.
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
       find-grace.
      *> READ-TARIFF opens the file on every call; the handful of
      *> member types is looked up once each and kept.
           move "N" to wtg-found
           perform varying wtg-idx from 1 by 1
                   until wtg-idx > wtg-count or wtg-found = "Y"
               if wtg-type(wtg-idx) = member-type
                   move "Y" to wtg-found
                   move wtg-grace(wtg-idx) to wtariff-grace
               end-if
           end-perform
           if wtg-found = "Y"
               exit paragraph
           end-if
           move member-type to wtariff-type
           perform read-tariff
           if wtg-count < wmax-tiers
               add 1 to wtg-count
               move member-type   to wtg-type(wtg-count)
               move wtariff-grace to wtg-grace(wtg-count)
           end-if.
       find-last-due.
           move "N" to whaslastpayment
           move zeros to wlastdue
           move "00" to wp-fstatus
           move low-values to pay-key
           move wbill-login to pay-login
           start payments key is not less than pay-key
               invalid key move "10" to wp-fstatus
           end-start
           if wp-fstatus not = "10"
               read payments next
                   at end move "10" to wp-fstatus
               end-read
           end-if
           perform until wp-fstatus = "10"
                   or pay-login <> wbill-login
               if pay-due-date not = spaces
                       and pay-reversed not = "Y"
                       and not pay-kind-latefee
                   move pay-due-date to wlastdue
                   move "Y" to whaslastpayment
               end-if
               read payments next
                   at end move "10" to wp-fstatus
               end-read
           end-perform.
       sum-open-invoices.
           move zeros to wbalance
           if winvoices-open = "N"
               exit paragraph
           end-if
           move "00" to wp-fstatus
           move login to inv-login
           move zeros to inv-no
           start invoices key is not less than inv-key
               invalid key move "10" to wp-fstatus
           end-start
           if wp-fstatus not = "10"
               read invoices next
                   at end move "10" to wp-fstatus
               end-read
           end-if
           perform until wp-fstatus = "10" or inv-login <> login
               if inv-open and inv-amount > inv-paid
                   compute wbalance = wbalance + inv-amount - inv-paid
                       on size error
                           move 9999999.99 to wbalance
                   end-compute
               end-if
               read invoices next
                   at end move "10" to wp-fstatus
               end-read
           end-perform.
       copy "tariff-read.cpy".
