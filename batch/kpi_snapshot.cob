       identification division.
       program-id. kpi-snapshot.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "payments.sel".
           copy "invoices.sel".
           copy "bookings.sel".
           copy "resources.sel".
           copy "periods.sel".
           copy "audit.sel".
           copy "kpi.sel".
           select visits-in assign to "visits.dat"
               organization is line sequential
               file status is wi-fstatus.
           select report-out assign to "kpi-snapshot.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "members.cpy".
           copy "payments.cpy".
           copy "invoices.cpy".
           copy "bookings.cpy".
           copy "resources.cpy".
           copy "periods.cpy".
           copy "audit.cpy".
           copy "kpi.cpy".
       fd  visits-in.
       01  visit-line.
           02 vis-timestamp  pic x(14).
           02 filler         pic x(01).
           02 vis-member-id  pic 9(09).
           02 filler         pic x(01).
           02 vis-login      pic x(60).
           02 filler         pic x(01).
           02 vis-dir        pic x(01).
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wi-fstatus        pic xx     value "00".
       01  wk-fstatus        pic xx     value "00".
       01  wclose-month      pic x(06) value spaces.
       01  wrefresh          pic x(01) value spaces.
       01  wym-y             pic 9(04) value zeros.
       01  wym-m             pic 9(02) value zeros.
       01  wmonth-first      pic 9(08) value zeros.
       01  wnext-first       pic 9(08) value zeros.
       01  wmonth-end        pic 9(08) value zeros.
       01  wmonth-end-x redefines wmonth-end pic x(08).
       01  wfirst-int        pic s9(09) comp.
       01  wend-int          pic s9(09) comp.
       01  wdue-int          pic s9(09) comp.
       01  wdays-in-month    pic 9(02) value zeros.
       01  wdaysover         pic s9(07) value zeros.
       01  wopen-amount      pic s9(09)v99 value zeros.
       78  wfirst-slot       value 8.
       78  wlast-slot        value 21.
       78  wslots-per-day    value 14.
      *> Members as the month closed.
       01  wm-total          pic 9(07) value zeros.
       01  wm-active         pic 9(07) value zeros.
       01  wm-inactive       pic 9(07) value zeros.
       01  wm-pending        pic 9(07) value zeros.
       01  wm-suspended      pic 9(07) value zeros.
       01  wm-frozen         pic 9(07) value zeros.
       01  wm-regular        pic 9(07) value zeros.
       01  wm-staff          pic 9(07) value zeros.
       01  wm-admin          pic 9(07) value zeros.
       01  wm-othertype      pic 9(07) value zeros.
       01  wm-joined         pic 9(07) value zeros.
       01  wm-lapsed         pic 9(07) value zeros.
       01  wm-reacts         pic 9(07) value zeros.
       01  wm-resigned       pic 9(07) value zeros.
      *> The month's money by category, reversals netted off.
       01  wp-dues           pic s9(11)v99 value zeros.
       01  wp-bookings       pic s9(11)v99 value zeros.
       01  wp-lessons        pic s9(11)v99 value zeros.
       01  wp-events         pic s9(11)v99 value zeros.
       01  wp-tabtake        pic s9(11)v99 value zeros.
       01  wp-tabsettled     pic s9(11)v99 value zeros.
       01  wp-donations      pic s9(11)v99 value zeros.
       01  wp-latefees       pic s9(11)v99 value zeros.
       01  wp-sign           pic s9(01) value zeros.
       01  war-open          pic s9(11)v99 value zeros.
       01  war-over60        pic s9(11)v99 value zeros.
       01  war-over90        pic s9(11)v99 value zeros.
       01  wv-total          pic 9(07) value zeros.
       01  wb-booked         pic 9(07) value zeros.
       01  wb-inslots        pic 9(07) value zeros.
       01  wb-cancelled      pic 9(07) value zeros.
       01  wb-noshow         pic 9(07) value zeros.
       01  wres-count        pic 9(04) value zeros.
       01  wdenom            pic 9(09) value zeros.
      *> The measure being written.
       01  wk-order          pic 9(03) value zeros.
       01  wk-code           pic x(12) value spaces.
       01  wk-label          pic x(40) value spaces.
       01  wk-unit           pic x(01) value spaces.
       01  wk-value          pic s9(11)v99 value zeros.
       01  wk-display        pic -zzzzzzzzzz9,99.
       01  wexists           pic x(01) value "N".
       01  wtaken            pic x(14) value spaces.
       01  wrl-job           pic x(30) value "KPI-SNAPSHOT".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       kpi-main.
      *> Runs after PERIOD-CLOSE: freezes the month's headline
      *> measures -- members by status and type, joiners, lapses,
      *> takings and dues, tab, receivables past 60 and 90 days,
      *> visits, booking use -- into KPI, one row per measure, so
      *> KPI-PACK can show the board a 12-month trend that no report
      *> rerun can change. Money comes from the frozen PERIODS row
      *> where PERIOD-CLOSE holds it and otherwise uses the same
      *> rules as the monthly reports; member counts and receivables
      *> are as they stand at the run. CLOSE_MONTH (CCYYMM) as in
      *> PERIOD-CLOSE; the month must already be closed. A month
      *> already snapshotted is left alone unless KPI_REFRESH=Y.
           accept wclose-month from environment "CLOSE_MONTH"
           if wclose-month = spaces
               move function current-date(1:4) to wym-y
               move function current-date(5:2) to wym-m
               if wym-m = 1
                   subtract 1 from wym-y
                   move 12 to wym-m
               else
                   subtract 1 from wym-m
               end-if
               move spaces to wclose-month
               string wym-y wym-m delimited by size
                   into wclose-month
               end-string
           else
               move wclose-month(1:4) to wym-y
               move wclose-month(5:2) to wym-m
           end-if
           accept wrefresh from environment "KPI_REFRESH"
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           move function current-date(1:14) to wtaken
           perform compute-month-span
           open output report-out
           open input periods
           if fstatus not = zeros
               display "ERRO ABRINDO periods: " fstatus
               move 8 to return-code
               stop run
           end-if
           move wclose-month to per-month
           read periods invalid key
               move "O" to per-status
           end-read
           close periods
           if not period-closed
               move spaces to report-line
               string "PERIOD " wclose-month
                      " NOT CLOSED -- RUN PERIOD-CLOSE FIRST"
                   delimited by size into report-line
               end-string
               write report-line
               close report-out
               display "KPI-SNAPSHOT: PERIOD " wclose-month
                   " NOT CLOSED"
               move 8 to return-code
               stop run
           end-if
           open i-o kpi
           if fstatus = "35"
               open output kpi
               close kpi
               open i-o kpi
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO kpi: " fstatus
               move 8 to return-code
               stop run
           end-if
           perform check-taken
           if wexists = "Y" and wrefresh not = "Y"
               move spaces to report-line
               string "KPI SNAPSHOT FOR " wclose-month
                      " ALREADY TAKEN -- NO ACTION"
                   delimited by size into report-line
               end-string
               write report-line
               close kpi
               close report-out
               move "OK   " to wrl-phase
               call "runlog" using wrl-job wrl-phase wrl-count
               stop run
           end-if
           perform tally-members
           perform tally-audit
           perform tally-payments
           perform tally-receivables
           perform tally-visits
           perform tally-bookings
           move spaces to report-line
           string "KPI SNAPSHOT FOR " wclose-month
                  "  TAKEN " wtaken
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           perform write-measures
           close kpi
           close report-out
           display "KPI-SNAPSHOT: " wclose-month " "
               wk-order " MEASURES"
           move "OK   " to wrl-phase
           move wk-order to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       compute-month-span.
           compute wmonth-first = wym-y * 10000 + wym-m * 100 + 1
           if wym-m = 12
               compute wnext-first = (wym-y + 1) * 10000 + 101
           else
               compute wnext-first =
                   wym-y * 10000 + (wym-m + 1) * 100 + 1
           end-if
           compute wfirst-int =
               function integer-of-date(wmonth-first)
           compute wend-int =
               function integer-of-date(wnext-first) - 1
           compute wdays-in-month = wend-int - wfirst-int + 1
           move function date-of-integer(wend-int) to wmonth-end.
       check-taken.
           move "N" to wexists
           move "00" to wk-fstatus
           move wclose-month to kpi-month
           move low-values to kpi-code
           start kpi key is not less than kpi-key
               invalid key move "10" to wk-fstatus
           end-start
           if wk-fstatus not = "10"
               read kpi next
                   at end move "10" to wk-fstatus
               end-read
           end-if
           if wk-fstatus not = "10" and kpi-month = wclose-month
               move "Y" to wexists
           end-if.
      *>--------------------------------------------------------------
      *> Gathering.
      *>--------------------------------------------------------------
       tally-members.
      *> Same classes as MEMBERS-TYPE-SUMMARY, with the freeze taken
      *> at the month's last day; merged duplicates are not members.
           open input members
           if fstatus not = zeros
               display "ERRO ABRINDO members: " fstatus
               move 8 to return-code
               stop run
           end-if
           read members next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if merged-into = spaces
                   perform tally-one-member
               end-if
               read members next
                   at end move "10" to fstatus
               end-read
           end-perform
           close members.
       tally-one-member.
           add 1 to wm-total
           evaluate true
               when member-suspended
                   add 1 to wm-suspended
               when member-active and freeze-start is numeric
                       and freeze-end is numeric
                       and freeze-start <= wmonth-end-x
                       and freeze-end >= wmonth-end-x
                   add 1 to wm-frozen
               when member-active
                   add 1 to wm-active
               when member-pending
                   add 1 to wm-pending
               when other
                   add 1 to wm-inactive
           end-evaluate
           if member-active and not member-suspended
               evaluate true
                   when member-regular add 1 to wm-regular
                   when member-staff   add 1 to wm-staff
                   when member-admin   add 1 to wm-admin
                   when other          add 1 to wm-othertype
               end-evaluate
           end-if
           if join-date(1:6) = wclose-month
               add 1 to wm-joined
           end-if.
       tally-audit.
      *> Lapses and reactivations as MEMBERS-CHURN counts them.
           open input audit-log
           if fstatus not = zeros
               exit paragraph
           end-if
           read audit-log next record
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if audit-timestamp(1:6) = wclose-month
                   evaluate audit-operation
                       when "DELETE"
                       when "LAPSE"
                       when "BULK-DEACTIVATE"
                           add 1 to wm-lapsed
                       when "REACTIVATE"
                       when "BULK-ACTIVATE"
                           add 1 to wm-reacts
                       when "RESIGN"
                           add 1 to wm-resigned
                   end-evaluate
               end-if
               read audit-log next record
                   at end move "10" to fstatus
               end-read
           end-perform
           close audit-log.
       tally-payments.
           open input payments
           if fstatus not = zeros
               exit paragraph
           end-if
           read payments next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if pay-seq(1:6) = wclose-month
                   perform tally-one-payment
               end-if
               read payments next
                   at end move "10" to fstatus
               end-read
           end-perform
           close payments.
       tally-one-payment.
           evaluate true
               when pay-kind-tab
                   add pay-amount to wp-tabtake
                   exit paragraph
               when pay-kind-latefee
                   add pay-amount to wp-latefees
                   exit paragraph
               when pay-kind-payment
                   move 1 to wp-sign
               when pay-kind-reversal
                   move -1 to wp-sign
               when other
                   exit paragraph
           end-evaluate
           evaluate true
               when pay-cat-dues
                   compute wp-dues = wp-dues + wp-sign * pay-amount
               when pay-cat-booking
               when pay-cat-hire
                   compute wp-bookings =
                       wp-bookings + wp-sign * pay-amount
               when pay-cat-lesson
                   compute wp-lessons =
                       wp-lessons + wp-sign * pay-amount
               when pay-cat-event
                   compute wp-events = wp-events + wp-sign * pay-amount
               when pay-cat-tab
                   compute wp-tabsettled =
                       wp-tabsettled + wp-sign * pay-amount
               when pay-cat-donation
                   compute wp-donations =
                       wp-donations + wp-sign * pay-amount
           end-evaluate.
       tally-receivables.
      *> Open invoice balances, aged from their due date to the
      *> month's last day.
           open input invoices
           if fstatus not = zeros
               exit paragraph
           end-if
           read invoices next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if inv-open
                   compute wopen-amount = inv-amount - inv-paid
                   add wopen-amount to war-open
                   if inv-due-date is numeric
                       compute wdue-int = function integer-of-date(
                           function numval(inv-due-date))
                       compute wdaysover = wend-int - wdue-int
                       if wdaysover > 60
                           add wopen-amount to war-over60
                       end-if
                       if wdaysover > 90
                           add wopen-amount to war-over90
                       end-if
                   end-if
               end-if
               read invoices next
                   at end move "10" to fstatus
               end-read
           end-perform
           close invoices.
       tally-visits.
           open input visits-in
           if wi-fstatus not = zeros
               exit paragraph
           end-if
           read visits-in next record
               at end move "10" to wi-fstatus
           end-read
           perform until wi-fstatus = "10"
               if vis-timestamp(1:6) = wclose-month
                       and vis-dir not = "O"
                   add 1 to wv-total
               end-if
               read visits-in next record
                   at end move "10" to wi-fstatus
               end-read
           end-perform
           close visits-in.
       tally-bookings.
      *> Utilisation as BOOKINGS-UTIL works it: live bookings in the
      *> bookable hours over the slots the available resources had.
           open input resources
           if fstatus = zeros
               read resources next
                   at end move "10" to fstatus
               end-read
               perform until fstatus = "10"
                   if res-available
                       add 1 to wres-count
                   end-if
                   read resources next
                       at end move "10" to fstatus
                   end-read
               end-perform
               close resources
           end-if
           open input bookings
           if fstatus not = zeros
               exit paragraph
           end-if
           read bookings next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if bkg-date(1:6) = wclose-month
                   evaluate true
                       when bkg-cancelled
                           add 1 to wb-cancelled
                       when other
                           add 1 to wb-booked
                           if bkg-noshow
                               add 1 to wb-noshow
                           end-if
                           if bkg-slot >= wfirst-slot
                                   and bkg-slot <= wlast-slot
                               add 1 to wb-inslots
                           end-if
                   end-evaluate
               end-if
               read bookings next
                   at end move "10" to fstatus
               end-read
           end-perform
           close bookings.
      *>--------------------------------------------------------------
      *> The measures, in board-pack order.
      *>--------------------------------------------------------------
       write-measures.
           move zeros to wk-order
           move "MEM-TOTAL" to wk-code
           move "Members on the roster" to wk-label
           move wm-total to wk-value
           perform put-count
           move "MEM-ACTIVE" to wk-code
           move "Active members" to wk-label
           move wm-active to wk-value
           perform put-count
           move "MEM-FROZEN" to wk-code
           move "Frozen members" to wk-label
           move wm-frozen to wk-value
           perform put-count
           move "MEM-SUSPEND" to wk-code
           move "Suspended members" to wk-label
           move wm-suspended to wk-value
           perform put-count
           move "MEM-PENDING" to wk-code
           move "Pending members" to wk-label
           move wm-pending to wk-value
           perform put-count
           move "MEM-INACTIVE" to wk-code
           move "Inactive members" to wk-label
           move wm-inactive to wk-value
           perform put-count
           move "MEM-REGULAR" to wk-code
           move "Active regular members" to wk-label
           move wm-regular to wk-value
           perform put-count
           move "MEM-STAFF" to wk-code
           move "Active staff members" to wk-label
           move wm-staff to wk-value
           perform put-count
           move "MEM-ADMIN" to wk-code
           move "Active admin members" to wk-label
           move wm-admin to wk-value
           perform put-count
           move "MEM-OTHER" to wk-code
           move "Active members of other types" to wk-label
           move wm-othertype to wk-value
           perform put-count
           move "MEM-JOINED" to wk-code
           move "New joiners" to wk-label
           move wm-joined to wk-value
           perform put-count
           move "MEM-LAPSED" to wk-code
           move "Lapses" to wk-label
           move wm-lapsed to wk-value
           perform put-count
           move "MEM-RESIGNED" to wk-code
           move "Resignations" to wk-label
           move wm-resigned to wk-value
           perform put-count
           move "MEM-REACT" to wk-code
           move "Reactivations" to wk-label
           move wm-reacts to wk-value
           perform put-count
           move "MEM-CHURN" to wk-code
           move "Lapses and resignations % of active" to wk-label
           move zeros to wk-value
           if wm-active > zeros
               compute wk-value rounded =
                   (wm-lapsed + wm-resigned) * 100 / wm-active
           end-if
           perform put-percent
           move "PAY-TAKINGS" to wk-code
           move "Takings (period close)" to wk-label
           move per-total to wk-value
           perform put-money
           move "PAY-DUES" to wk-code
           move "Dues collected" to wk-label
           move wp-dues to wk-value
           perform put-money
           move "PAY-BOOKING" to wk-code
           move "Court and room hire" to wk-label
           move wp-bookings to wk-value
           perform put-money
           move "PAY-LESSONS" to wk-code
           move "Lesson fees" to wk-label
           move wp-lessons to wk-value
           perform put-money
           move "PAY-EVENTS" to wk-code
           move "Event fees" to wk-label
           move wp-events to wk-value
           perform put-money
           move "PAY-DONATION" to wk-code
           move "Donations" to wk-label
           move wp-donations to wk-value
           perform put-money
           move "TAB-TAKINGS" to wk-code
           move "Tab takings (charged to tabs)" to wk-label
           move wp-tabtake to wk-value
           perform put-money
           move "TAB-SETTLED" to wk-code
           move "Tab settlements received" to wk-label
           move wp-tabsettled to wk-value
           perform put-money
           move "PAY-LATEFEES" to wk-code
           move "Late fees charged" to wk-label
           move wp-latefees to wk-value
           perform put-money
           move "EXP-TOTAL" to wk-code
           move "Expenses (period close)" to wk-label
           move per-exp-total to wk-value
           perform put-money
           move "CASH-CLOSE" to wk-code
           move "Cash position at close" to wk-label
           move per-cash-close to wk-value
           perform put-money
           move "AR-OPEN" to wk-code
           move "Receivables open" to wk-label
           move war-open to wk-value
           perform put-money
           move "AR-OVER-60" to wk-code
           move "Receivables over 60 days" to wk-label
           move war-over60 to wk-value
           perform put-money
           move "AR-OVER-90" to wk-code
           move "Receivables over 90 days" to wk-label
           move war-over90 to wk-value
           perform put-money
           move "VIS-TOTAL" to wk-code
           move "Visits" to wk-label
           move wv-total to wk-value
           perform put-count
           move "VIS-PER-MEM" to wk-code
           move "Visits per active member" to wk-label
           move zeros to wk-value
           if wm-active > zeros
               compute wk-value rounded = wv-total / wm-active
           end-if
           perform put-count
           move "BKG-BOOKED" to wk-code
           move "Bookings" to wk-label
           move wb-booked to wk-value
           perform put-count
           move "BKG-CANCEL" to wk-code
           move "Bookings cancelled" to wk-label
           move wb-cancelled to wk-value
           perform put-count
           move "BKG-NOSHOW" to wk-code
           move "Booking no-shows" to wk-label
           move wb-noshow to wk-value
           perform put-count
           move "BKG-UTIL" to wk-code
           move "Booking utilisation %" to wk-label
           move zeros to wk-value
           compute wdenom = wres-count * wslots-per-day
               * wdays-in-month
           if wdenom > zeros
               compute wk-value rounded = wb-inslots * 100 / wdenom
           end-if
           perform put-percent.
       put-count.
           move "N" to wk-unit
           perform put-kpi.
       put-money.
           move "M" to wk-unit
           perform put-kpi.
       put-percent.
           move "P" to wk-unit
           perform put-kpi.
       put-kpi.
           add 1 to wk-order
           move wclose-month to kpi-month
           move wk-code to kpi-code
           read kpi invalid key
               move "N" to wexists
           not invalid key
               move "Y" to wexists
           end-read
           move wclose-month to kpi-month
           move wk-code to kpi-code
           move wk-order to kpi-order
           move wk-label to kpi-label
           move wk-unit to kpi-unit
           move wk-value to kpi-value
           move wtaken to kpi-taken
           if wexists = "Y"
               rewrite reg-kpi
           else
               write reg-kpi
           end-if
           move wk-value to wk-display
           move spaces to report-line
           move wk-code to report-line(1:12)
           move wk-label to report-line(14:40)
           move wk-display to report-line(56:15)
           write report-line.
