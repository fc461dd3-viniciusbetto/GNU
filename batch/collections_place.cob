       identification division.
       program-id. collections-place.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "payments.sel".
           copy "invoices.sel".
           copy "collect.sel".
           copy "audit.sel".
           select place-out assign to "collections-placement.dat"
               organization is line sequential
               file status is wo-fstatus.
           select report-out assign to "collections-place.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "members.cpy".
           copy "payments.cpy".
           copy "invoices.cpy".
           copy "collect.cpy".
           copy "audit.cpy".
      *> One account per record, fixed columns, as the agency takes
      *> it.
       fd  place-out.
       01  place-record.
           02 cp-login          pic x(60).
           02 cp-member-id      pic 9(09).
           02 cp-name           pic x(120).
           02 cp-phone          pic x(30).
           02 cp-email          pic x(120).
           02 cp-street         pic x(120).
           02 cp-city           pic x(60).
           02 cp-state          pic x(02).
           02 cp-postal         pic x(10).
           02 cp-balance        pic 9(09)v99.
           02 cp-last-due       pic x(08).
           02 cp-days-overdue   pic 9(05).
           02 cp-placed-on      pic x(08).
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wo-fstatus        pic xx     value "00".
       01  wp-fstatus        pic xx     value "00".
       78  wcoll-days-default value 90.
       78  wcoll-min-default  value 25.
       01  wcoll-days-env    pic x(04) value spaces.
       01  wcoll-days        pic 9(04) value zeros.
       01  wcoll-min-env     pic x(10) value spaces.
       01  wcoll-min         pic 9(07)v99 value zeros.
       01  wtoday            pic 9(08) value zeros.
       01  wtoday-int        pic s9(09) comp.
       01  wdue-int          pic s9(09) comp.
       01  wdaysoverdue      pic s9(09) value zeros.
       01  whaslastpayment   pic x(01) value "N".
       01  wlastdue          pic x(08) value spaces.
       01  wlogin            pic x(60) value spaces.
       01  wopen-amount      pic 9(09)v99 value zeros.
       01  wtab-balance      pic s9(09)v99 value zeros.
       01  wowed             pic s9(09)v99 value zeros.
       01  wcol-exists       pic x(01) value "N".
       01  wcheckedcount     pic 9(06) value zeros.
       01  wplacedcount      pic 9(06) value zeros.
       01  wplacedtotal      pic 9(11)v99 value zeros.
       01  wamt-display      pic zzzzzz9,99.
       01  wtot-display      pic zzzzzzzzz9,99.
       01  wrl-job           pic x(30) value "COLLECTIONS-PLACE".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       place-main.
      *> Monthly hand-off to the collections agency. A member that
      *> MEMBERS-LAPSE has lapsed (inactive, not a resignation or a
      *> merge) whose dues are overdue past COLL_DAYS (default 90,
      *> the PAYMENTS-AGING over-90 bucket) and who still owes at
      *> least COLL_MIN (default 25) -- open invoice balance plus
      *> unpaid house tab -- goes on the agency's placement file
      *> with contact details and the balance. A COLLECT row marks
      *> the account placed: PAYMENTS-DUNNING and TAB-DUNNING leave
      *> it alone from then on, and the next run does not place it
      *> twice. Household members who are not the bill-payer follow
      *> their payer, as in the lapse run.
           move wcoll-days-default to wcoll-days
           accept wcoll-days-env from environment "COLL_DAYS"
           if wcoll-days-env is numeric and wcoll-days-env > zeros
               move wcoll-days-env to wcoll-days
           end-if
           move wcoll-min-default to wcoll-min
           accept wcoll-min-env from environment "COLL_MIN"
           if wcoll-min-env not = spaces
               inspect wcoll-min-env replacing all "." by ","
               if function test-numval(wcoll-min-env) = 0
                   move function numval(wcoll-min-env) to wcoll-min
               end-if
           end-if
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
           open input invoices
           if fstatus = "35"
               open output invoices
               close invoices
               open input invoices
           end-if
           open i-o collect
           if fstatus = "35"
               open output collect
               close collect
               open i-o collect
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO collect: " fstatus
               stop run
           end-if
           open output place-out
           open output report-out
           move function current-date(1:8) to wtoday
           compute wtoday-int = function integer-of-date(wtoday)
           move spaces to report-line
           string "COLLECTIONS PLACEMENT " wtoday
                  "  OVER " wcoll-days " DAYS"
               delimited by size into report-line
           end-string
           write report-line
           read members next
           perform until fstatus = "10"
               if member-inactive and resign-date = spaces
                       and merged-into = spaces
                       and (household-id = zeros or is-bill-payer)
                   add 1 to wcheckedcount
                   move login to wlogin
                   perform check-placement
               end-if
               read members next
           end-perform.
           move wplacedtotal to wtot-display
           move spaces to report-line
           string "CHECKED: " wcheckedcount
                  "  PLACED: " wplacedcount
                  "  BALANCE PLACED: " wtot-display
               delimited by size into report-line
           end-string
           write report-line
           close members
           close payments
           close invoices
           close collect
           close place-out
           close report-out
           move "OK   " to wrl-phase
           move wplacedcount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       check-placement.
           move "N" to wcol-exists
           move wlogin to col-login
           read collect
               invalid key continue
               not invalid key move "Y" to wcol-exists
           end-read
           if wcol-exists = "Y" and col-placed
               exit paragraph
           end-if
           perform find-last-due
           if whaslastpayment = "N"
               exit paragraph
           end-if
           compute wdue-int = function integer-of-date
               (function numval(wlastdue))
           compute wdaysoverdue = wtoday-int - wdue-int
           if wdaysoverdue <= wcoll-days
               exit paragraph
           end-if
           perform sum-open-invoices
           compute wowed = wopen-amount + wtab-balance
           if wowed < wcoll-min
               exit paragraph
           end-if
           perform place-account.
       find-last-due.
      *> Last due date as PAYMENTS-AGING walks it, and the house tab
      *> balance as TAB-DUNNING nets it, in the same pass.
           move "N" to whaslastpayment
           move spaces to wlastdue
           move zeros to wtab-balance
           move "00" to wp-fstatus
           move low-values to pay-key
           move wlogin to pay-login
           start payments key is not less than pay-key
               invalid key move "10" to wp-fstatus
           end-start
           if wp-fstatus not = "10"
               read payments next
                   at end move "10" to wp-fstatus
               end-read
           end-if
           perform until wp-fstatus = "10" or pay-login <> wlogin
               if pay-due-date not = spaces
                       and pay-reversed not = "Y"
                       and not pay-kind-latefee
                   move pay-due-date to wlastdue
                   move "Y" to whaslastpayment
               end-if
               if pay-reversed not = "Y"
                   if pay-kind-tab
                       add pay-amount to wtab-balance
                   end-if
                   if pay-kind-payment and pay-cat-tab
                       subtract pay-amount from wtab-balance
                   end-if
               end-if
               read payments next
                   at end move "10" to wp-fstatus
               end-read
           end-perform
           if wtab-balance < zeros
               move zeros to wtab-balance
           end-if.
       sum-open-invoices.
           move zeros to wopen-amount
           move "00" to wp-fstatus
           move low-values to inv-key
           move wlogin to inv-login
           start invoices key is not less than inv-key
               invalid key move "10" to wp-fstatus
           end-start
           if wp-fstatus not = "10"
               read invoices next
                   at end move "10" to wp-fstatus
               end-read
           end-if
           perform until wp-fstatus = "10" or inv-login <> wlogin
               if inv-open
                   compute wopen-amount =
                       wopen-amount + inv-amount - inv-paid
               end-if
               read invoices next
                   at end move "10" to wp-fstatus
               end-read
           end-perform.
       place-account.
           move spaces to place-record
           move login        to cp-login
           move member-id    to cp-member-id
           move name         to cp-name
           move phone        to cp-phone
           move email        to cp-email
           move addr-street  to cp-street
           move addr-city    to cp-city
           move addr-state   to cp-state
           move addr-postal  to cp-postal
           move wowed        to cp-balance
           move wlastdue     to cp-last-due
           move wdaysoverdue to cp-days-overdue
           move wtoday       to cp-placed-on
           write place-record
           initialize reg-collect
           move wlogin       to col-login
           set col-placed    to true
           move wtoday       to col-placed-on
           move wowed        to col-placed-amt
           move wdaysoverdue to col-days-overdue
           move zeros        to col-recovered col-commission
           move spaces       to col-last-remit col-agency-ref
                                col-cleared-on
           if wcol-exists = "Y"
               rewrite reg-collect
           else
               write reg-collect
           end-if
           add 1 to wplacedcount
           add wowed to wplacedtotal
           move spaces to wsessionlogin
           move "COLL-PLACE" to waudit-op
           perform write-audit
           move wowed to wamt-display
           move spaces to report-line
           string wlogin delimited by size
                  "  " delimited by size
                  name(1:40) delimited by size
                  "  " delimited by size
                  wdaysoverdue delimited by size
                  " DAYS  " delimited by size
                  wamt-display delimited by size
               into report-line
           end-string
           write report-line.
       copy "audit-log.cpy".
