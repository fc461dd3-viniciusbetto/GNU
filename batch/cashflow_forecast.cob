       identification division.
       program-id. cashflow-forecast.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "payments.sel".
           copy "invoices.sel".
           copy "payplan.sel".
           copy "pledges.sel".
           copy "budget.sel".
           copy "expenses.sel".
           copy "bills.sel".
           copy "periods.sel".
           copy "tariff.sel".
           select report-out assign to "cashflow-forecast.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "members.cpy".
           copy "payments.cpy".
           copy "invoices.cpy".
           copy "payplan.cpy".
           copy "pledges.cpy".
           copy "budget.cpy".
           copy "expenses.cpy".
           copy "bills.cpy".
           copy "periods.cpy".
           copy "tariff.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wf-fstatus        pic xx     value "00".
       78  wweeks            value 13.
       78  wmax-logins       value 2000.
       78  wmax-recurring    value 100.
       78  wmax-budmonths    value 6.
       78  wdd-lookback-days value 30.
       01  wforecast-date    pic x(08) value spaces.
       01  wtoday            pic 9(08) value zeros.
       01  wtoday-int        pic s9(09) comp.
       01  whorizon-int      pic s9(09) comp.
       01  wdate-n           pic 9(08) value zeros.
       01  wdate-int         pic s9(09) comp.
       01  wday-int          pic s9(09) comp.
       01  wweek-no          pic s9(05) comp.
      *> CI committed in, EI expected in, CO committed out, EO
      *> expected out.
       01  wfc-bucket        pic x(02) value spaces.
       01  wfc-amount        pic s9(09)v99 value zeros.
       01  wweek-table.
           02 wweek-entry occurs 13 times.
               03 wwk-start      pic 9(08).
               03 wwk-commit-in  pic s9(09)v99.
               03 wwk-expect-in  pic s9(09)v99.
               03 wwk-commit-out pic s9(09)v99.
               03 wwk-expect-out pic s9(09)v99.
       01  ww-idx            pic 9(02) value zeros.
      *> Opening position.
       01  wlast-closed      pic x(06) value spaces.
       01  wclosed-cash      pic s9(11)v99 value zeros.
       01  wsince-in         pic s9(11)v99 value zeros.
       01  wsince-out        pic s9(11)v99 value zeros.
       01  wopening          pic s9(11)v99 value zeros.
       01  wrun-commit       pic s9(11)v99 value zeros.
       01  wrun-all          pic s9(11)v99 value zeros.
      *> Logins already covered by an installment plan (their plan,
      *> not their invoices, is the schedule) and logins with an open
      *> invoice (the direct-debit run will collect that invoice).
       01  wplan-count       pic 9(04) value zeros.
       01  wplan-table.
           02 wplan-login occurs 2000 times pic x(60).
       01  winv-count        pic 9(04) value zeros.
       01  winv-table.
           02 winv-login occurs 2000 times pic x(60).
       01  wl-idx            pic 9(04) value zeros.
       01  wfound-l          pic x(01) value "N".
       01  wfind-login       pic x(60) value spaces.
       01  wovf-logins       pic 9(06) value zeros.
      *> Direct-debit projection, per login while scanning PAYMENTS.
       01  wcur-login        pic x(60) value spaces.
       01  wcur-due          pic x(08) value spaces.
       01  wcur-method       pic x(20) value spaces.
       01  wddcount          pic 9(06) value zeros.
      *> Standing costs: latest row per category and payee.
       01  wrec-count        pic 9(03) value zeros.
       01  wrec-table.
           02 wrec-entry occurs 100 times.
               03 wrc-category   pic x(20).
               03 wrc-payee      pic x(60).
               03 wrc-date       pic x(08).
               03 wrc-amount     pic 9(07)v99.
               03 wrc-freq       pic x(01).
       01  wr-idx            pic 9(03) value zeros.
       01  wfound-r          pic x(01) value "N".
      *> Budgeted expenses per month touched by the horizon.
       01  wbm-count         pic 9(02) value zeros.
       01  wbm-table.
           02 wbm-entry occurs 6 times.
               03 wbm-month      pic x(06).
               03 wbm-daily      pic s9(09)v99.
       01  wbm-idx           pic 9(02) value zeros.
       01  wfound-b          pic x(01) value "N".
       01  wday-ym           pic x(06) value spaces.
       01  wdays-in-month    pic 9(02) value zeros.
       01  wnext-first       pic 9(08) value zeros.
       01  wym-y             pic 9(04) value zeros.
       01  wym-m             pic 9(02) value zeros.
      *> Date stepping for pledges and standing costs.
       01  wstep-date        pic 9(08) value zeros.
       01  wstep-int         pic s9(09) comp.
       01  wstep-freq        pic x(01) value spaces.
       01  wstep-y           pic 9(04) value zeros.
       01  wstep-m           pic 9(02) value zeros.
       01  wstep-d           pic 9(02) value zeros.
       01  wstep-months      pic 9(02) value zeros.
       01  wstep-end         pic s9(09) comp.
       01  wamt-display      pic -zzzzzzz9,99.
       01  wamt2-display     pic -zzzzzzz9,99.
       01  wamt3-display     pic -zzzzzzz9,99.
       01  wamt4-display     pic -zzzzzzz9,99.
       01  wbal-display      pic -zzzzzzzz9,99.
       01  wbal2-display     pic -zzzzzzzz9,99.
       01  wrl-job           pic x(30) value "CASHFLOW-FORECAST".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       forecast-main.
      *> Thirteen-week cash forecast for the board. Week 1 starts on
      *> the run date (FORECAST_DATE, CCYYMMDD, overrides today).
      *> The opening position is the last closed PERIODS cash
      *> figure, carried forward by the takings and expenses booked
      *> since that month. Money in and out is kept in two kinds:
      *> committed -- open INVOICES by due date (or, for a member on
      *> an installment plan, the open PAYPLAN installments instead),
      *> the standing costs recorded on EXPENSES projected at their
      *> repeat interval, and unpaid supplier BILLS by due date;
      *> expected -- active PLEDGES by frequency, the next
      *> direct-debit collection for members paying by DEBIT with
      *> no invoice raised yet, and the budgeted expenses (BUDGET
      *> category XP) spread over the days of their month. Anything
      *> already due falls into week 1. Each week shows the
      *> committed-only balance and the balance with the expected
      *> amounts as well.
           accept wforecast-date from environment "FORECAST_DATE"
           if wforecast-date = spaces or wforecast-date not numeric
               move function current-date(1:8) to wforecast-date
           end-if
           move wforecast-date to wtoday
           compute wtoday-int = function integer-of-date(wtoday)
           compute whorizon-int = wtoday-int + wweeks * 7 - 1
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           perform varying ww-idx from 1 by 1 until ww-idx > wweeks
               compute wwk-start(ww-idx) = function date-of-integer
                   (wtoday-int + (ww-idx - 1) * 7)
               move zeros to wwk-commit-in(ww-idx)
               move zeros to wwk-expect-in(ww-idx)
               move zeros to wwk-commit-out(ww-idx)
               move zeros to wwk-expect-out(ww-idx)
           end-perform
           perform find-last-closed
           perform load-payplan
           perform load-invoices
           perform scan-payments
           perform load-pledges
           perform load-expenses
           perform load-bills
           perform load-budget
           compute wopening = wclosed-cash + wsince-in - wsince-out
           open output report-out
           perform write-forecast
           close report-out
           move "OK   " to wrl-phase
           move wweeks to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       add-to-week.
      *> Caller sets WDATE-INT, WFC-AMOUNT and WFC-BUCKET. A date
      *> before the run date lands in week 1; beyond the horizon it
      *> is dropped.
           if wdate-int > whorizon-int
               exit paragraph
           end-if
           if wdate-int < wtoday-int
               move 1 to wweek-no
           else
               compute wweek-no = (wdate-int - wtoday-int) / 7 + 1
           end-if
           evaluate wfc-bucket
               when "CI" add wfc-amount to wwk-commit-in(wweek-no)
               when "EI" add wfc-amount to wwk-expect-in(wweek-no)
               when "CO" add wfc-amount to wwk-commit-out(wweek-no)
               when "EO" add wfc-amount to wwk-expect-out(wweek-no)
           end-evaluate.
       find-last-closed.
           move spaces to wlast-closed
           move zeros to wclosed-cash
           open input periods
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wf-fstatus
           read periods next
               at end move "10" to wf-fstatus
           end-read
           perform until wf-fstatus = "10"
               if period-closed and per-month > wlast-closed
                   move per-month      to wlast-closed
                   move per-cash-close to wclosed-cash
               end-if
               read periods next
                   at end move "10" to wf-fstatus
               end-read
           end-perform
           close periods.
       load-payplan.
           open input payplan
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wf-fstatus
           read payplan next
               at end move "10" to wf-fstatus
           end-read
           perform until wf-fstatus = "10"
               if plan-inst-open and plan-due-date is numeric
                   move plan-due-date to wdate-n
                   compute wdate-int = function integer-of-date(wdate-n)
                   compute wfc-amount = plan-amount - plan-paid
                   move "CI" to wfc-bucket
                   perform add-to-week
                   move plan-login to wfind-login
                   perform find-plan-login
                   if wfound-l = "N"
                       if wplan-count < wmax-logins
                           add 1 to wplan-count
                           move plan-login to wplan-login(wplan-count)
                       else
                           add 1 to wovf-logins
                       end-if
                   end-if
               end-if
               read payplan next
                   at end move "10" to wf-fstatus
               end-read
           end-perform
           close payplan.
       find-plan-login.
           move "N" to wfound-l
           perform varying wl-idx from 1 by 1
                   until wl-idx > wplan-count or wfound-l = "Y"
               if wplan-login(wl-idx) = wfind-login
                   move "Y" to wfound-l
               end-if
           end-perform.
       find-inv-login.
           move "N" to wfound-l
           perform varying wl-idx from 1 by 1
                   until wl-idx > winv-count or wfound-l = "Y"
               if winv-login(wl-idx) = wfind-login
                   move "Y" to wfound-l
               end-if
           end-perform.
       load-invoices.
           open input invoices
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wf-fstatus
           read invoices next
               at end move "10" to wf-fstatus
           end-read
           perform until wf-fstatus = "10"
               if inv-open
                   move inv-login to wfind-login
                   perform find-inv-login
                   if wfound-l = "N"
                       if winv-count < wmax-logins
                           add 1 to winv-count
                           move inv-login to winv-login(winv-count)
                       else
                           add 1 to wovf-logins
                       end-if
                   end-if
                   perform find-plan-login
                   if wfound-l = "N" and inv-due-date is numeric
                       move inv-due-date to wdate-n
                       compute wdate-int =
                           function integer-of-date(wdate-n)
                       compute wfc-amount = inv-amount - inv-paid
                       move "CI" to wfc-bucket
                       perform add-to-week
                   end-if
               end-if
               read invoices next
                   at end move "10" to wf-fstatus
               end-read
           end-perform
           close invoices.
       scan-payments.
      *> One pass: the takings booked since the last closed month
      *> (PERIOD-CLOSE's sign rules) for the opening position, and
      *> each login's latest dues due date and method for the
      *> direct-debit projection.
           open input payments
           if fstatus not = zeros
               display "ERRO ABRINDO payments: " fstatus
               stop run
           end-if
           move spaces to wcur-login
           read payments next
           perform until fstatus = "10"
               if pay-login not = wcur-login
                   perform project-direct-debit
                   move pay-login to wcur-login
                   move spaces to wcur-due wcur-method
               end-if
               if pay-seq(1:6) > wlast-closed
                       and pay-seq(1:8) < wtoday
                       and not pay-kind-latefee
                       and not pay-kind-volcredit
                       and not pay-kind-tab
                       and not pay-by-voucher
                       and not pay-by-points
                   if pay-kind-reversal or pay-kind-adj-debit
                       add pay-amount to wsince-out
                   else
                       add pay-amount to wsince-in
                   end-if
               end-if
               if pay-kind-payment and pay-cat-dues
                       and pay-reversed not = "Y"
                       and pay-due-date is numeric
                   move pay-due-date to wcur-due
                   move pay-method   to wcur-method
               end-if
               read payments next
           end-perform
           perform project-direct-debit
           close payments.
       project-direct-debit.
      *> The next collection BANK-EXPORT will make: the tier's dues
      *> amount on the member's due date, unless an open invoice
      *> already stands for it (counted above as committed).
           if wcur-login = spaces or wcur-method(1:5) not = "DEBIT"
                   or wcur-due = spaces
               exit paragraph
           end-if
           move wcur-due to wdate-n
           compute wdate-int = function integer-of-date(wdate-n)
           if wdate-int > whorizon-int
                   or wdate-int < wtoday-int - wdd-lookback-days
               exit paragraph
           end-if
           move wcur-login to wfind-login
           perform find-inv-login
           if wfound-l = "Y"
               exit paragraph
           end-if
           open input members
           if fstatus not = zeros
               move "00" to fstatus
               exit paragraph
           end-if
           move wcur-login to login
           read members
               invalid key
                   close members
                   move "00" to fstatus
                   exit paragraph
           end-read
           move member-type to wtariff-type
           close members
           if not member-active or member-suspended
               move "00" to fstatus
               exit paragraph
           end-if
           perform read-tariff
           move wtariff-amount to wfc-amount
           move "EI" to wfc-bucket
           perform add-to-week
           add 1 to wddcount
           move "00" to fstatus.
       load-pledges.
           open input pledges
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wf-fstatus
           read pledges next
               at end move "10" to wf-fstatus
           end-read
           perform until wf-fstatus = "10"
               if plg-active and plg-start is numeric
                   perform project-pledge
               end-if
               read pledges next
                   at end move "10" to wf-fstatus
               end-read
           end-perform
           close pledges.
       project-pledge.
      *> Next installment after the last one collected (or the start
      *> date when none has been), then every interval up to the
      *> pledge's end or the horizon.
           move plg-freq to wstep-freq
           if plg-weekly
               move "W" to wstep-freq
           else
               if not plg-annual
                   move "M" to wstep-freq
               end-if
           end-if
           move whorizon-int to wstep-end
           if plg-end is numeric
               move plg-end to wdate-n
               compute wdate-int = function integer-of-date(wdate-n)
               if wdate-int < wstep-end
                   move wdate-int to wstep-end
               end-if
           end-if
           if plg-last-posted is numeric
               move plg-last-posted to wstep-date
               perform step-date
           else
               move plg-start to wstep-date
           end-if
           compute wstep-int = function integer-of-date(wstep-date)
           perform until wstep-int > wstep-end
               if wstep-int >= wtoday-int
                   move wstep-int to wdate-int
                   move plg-amount to wfc-amount
                   move "EI" to wfc-bucket
                   perform add-to-week
               end-if
               perform step-date
               compute wstep-int = function integer-of-date(wstep-date)
           end-perform.
       step-date.
      *> Advances WSTEP-DATE by one WSTEP-FREQ interval; a month-end
      *> day is held at the 28th so every month has it.
           if wstep-freq = "W"
               compute wstep-int =
                   function integer-of-date(wstep-date) + 7
               compute wstep-date = function date-of-integer(wstep-int)
               exit paragraph
           end-if
           evaluate wstep-freq
               when "Q" move 3 to wstep-months
               when "A" move 12 to wstep-months
               when other move 1 to wstep-months
           end-evaluate
           move wstep-date(1:4) to wstep-y
           move wstep-date(5:2) to wstep-m
           move wstep-date(7:2) to wstep-d
           add wstep-months to wstep-m
           perform until wstep-m <= 12
               subtract 12 from wstep-m
               add 1 to wstep-y
           end-perform
           if wstep-d > 28
               move 28 to wstep-d
           end-if
           compute wstep-date = wstep-y * 10000 + wstep-m * 100
               + wstep-d.
       load-expenses.
      *> Booked expenses since the last closed month reduce the
      *> opening position; the latest row of each standing cost is
      *> projected forward at its interval.
           open input expenses
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wf-fstatus
           read expenses next
               at end move "10" to wf-fstatus
           end-read
           perform until wf-fstatus = "10"
               if exp-date(1:6) > wlast-closed and exp-date < wtoday
                   add exp-amount to wsince-out
               end-if
               if not exp-one-off and exp-date is numeric
                   perform keep-latest-recurring
               end-if
               read expenses next
                   at end move "10" to wf-fstatus
               end-read
           end-perform
           close expenses
           perform varying wr-idx from 1 by 1
                   until wr-idx > wrec-count
               perform project-recurring
           end-perform.
       load-bills.
      *> A bill still awaiting approval is owed all the same.
           open input bills
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wf-fstatus
           read bills next
               at end move "10" to wf-fstatus
           end-read
           perform until wf-fstatus = "10"
               if bill-unpaid and bill-due-date is numeric
                   move bill-due-date to wdate-n
                   compute wdate-int = function integer-of-date(wdate-n)
                   move bill-amount to wfc-amount
                   move "CO" to wfc-bucket
                   perform add-to-week
               end-if
               read bills next
                   at end move "10" to wf-fstatus
               end-read
           end-perform
           close bills.
       keep-latest-recurring.
           move "N" to wfound-r
           perform varying wr-idx from 1 by 1
                   until wr-idx > wrec-count or wfound-r = "Y"
               if wrc-category(wr-idx) = exp-category
                       and wrc-payee(wr-idx) = exp-payee
                   move "Y" to wfound-r
               end-if
           end-perform
           if wfound-r = "Y"
               subtract 1 from wr-idx
               if exp-date < wrc-date(wr-idx)
                   exit paragraph
               end-if
           else
               if wrec-count >= wmax-recurring
                   exit paragraph
               end-if
               add 1 to wrec-count
               move wrec-count to wr-idx
           end-if
           move exp-category  to wrc-category(wr-idx)
           move exp-payee     to wrc-payee(wr-idx)
           move exp-date      to wrc-date(wr-idx)
           move exp-amount    to wrc-amount(wr-idx)
           move exp-recurring to wrc-freq(wr-idx).
       project-recurring.
           move wrc-freq(wr-idx) to wstep-freq
           move whorizon-int to wstep-end
           move wrc-date(wr-idx) to wstep-date
           perform step-date
           compute wstep-int = function integer-of-date(wstep-date)
           perform until wstep-int > wstep-end
               if wstep-int >= wtoday-int
                   move wstep-int to wdate-int
                   move wrc-amount(wr-idx) to wfc-amount
                   move "CO" to wfc-bucket
                   perform add-to-week
               end-if
               perform step-date
               compute wstep-int = function integer-of-date(wstep-date)
           end-perform.
       load-budget.
      *> Each day of the horizon carries 1/days-in-month of its
      *> month's budgeted expenses.
           open input budget
           if fstatus not = zeros
               exit paragraph
           end-if
           perform varying wday-int from wtoday-int by 1
                   until wday-int > whorizon-int
               compute wdate-n = function date-of-integer(wday-int)
               move wdate-n(1:6) to wday-ym
               perform find-budget-month
               if wbm-idx > zeros
                   if wbm-daily(wbm-idx) not = zeros
                       move wday-int to wdate-int
                       move wbm-daily(wbm-idx) to wfc-amount
                       move "EO" to wfc-bucket
                       perform add-to-week
                   end-if
               end-if
           end-perform
           close budget.
       find-budget-month.
           move "N" to wfound-b
           perform varying wbm-idx from 1 by 1
                   until wbm-idx > wbm-count or wfound-b = "Y"
               if wbm-month(wbm-idx) = wday-ym
                   move "Y" to wfound-b
               end-if
           end-perform
           if wfound-b = "Y"
               subtract 1 from wbm-idx
               exit paragraph
           end-if
           if wbm-count >= wmax-budmonths
               move zeros to wbm-idx
               exit paragraph
           end-if
           add 1 to wbm-count
           move wbm-count to wbm-idx
           move wday-ym to wbm-month(wbm-idx)
           move zeros to wbm-daily(wbm-idx)
           move wday-ym(1:4) to wym-y
           move wday-ym(5:2) to wym-m
           if wym-m = 12
               compute wnext-first = (wym-y + 1) * 10000 + 0101
           else
               compute wnext-first = wym-y * 10000 + (wym-m + 1) * 100
                   + 1
           end-if
           compute wdays-in-month =
               function integer-of-date(wnext-first)
               - function integer-of-date(wym-y * 10000 + wym-m * 100
               + 1)
           move wday-ym to bud-month
           move "XP"    to bud-category
           read budget
               invalid key continue
               not invalid key
                   compute wbm-daily(wbm-idx) rounded =
                       function abs(bud-amount) / wdays-in-month
           end-read.
       write-forecast.
           move spaces to report-line
           string "13-WEEK CASH-FLOW FORECAST FROM " wtoday
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move wclosed-cash to wbal-display
           move spaces to report-line
           if wlast-closed = spaces
               string "NO CLOSED PERIOD YET -- STARTING FROM ZERO"
                   delimited by size into report-line
               end-string
           else
               string "CASH AT CLOSE OF " wlast-closed ":      "
                      wbal-display
                   delimited by size into report-line
               end-string
           end-if
           write report-line
           move wsince-in to wbal-display
           move spaces to report-line
           string "TAKINGS BOOKED SINCE:           " wbal-display
               delimited by size into report-line
           end-string
           write report-line
           move wsince-out to wbal-display
           move spaces to report-line
           string "REFUNDS/EXPENSES BOOKED SINCE:  " wbal-display
               delimited by size into report-line
           end-string
           write report-line
           move wopening to wbal-display
           move spaces to report-line
           string "OPENING POSITION:               " wbal-display
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move "WK  STARTING      COMMIT IN   EXPECTED IN  COMMIT OUT"
               to report-line
           move "  EXPECTED OUT   COMMITTED BAL  WITH EXPECTED"
               to report-line(55:50)
           write report-line
           move wopening to wrun-commit
           move wopening to wrun-all
           perform varying ww-idx from 1 by 1 until ww-idx > wweeks
               compute wrun-commit = wrun-commit
                   + wwk-commit-in(ww-idx) - wwk-commit-out(ww-idx)
               compute wrun-all = wrun-all
                   + wwk-commit-in(ww-idx) - wwk-commit-out(ww-idx)
                   + wwk-expect-in(ww-idx) - wwk-expect-out(ww-idx)
               move wwk-commit-in(ww-idx)  to wamt-display
               move wwk-expect-in(ww-idx)  to wamt2-display
               move wwk-commit-out(ww-idx) to wamt3-display
               move wwk-expect-out(ww-idx) to wamt4-display
               move wrun-commit to wbal-display
               move wrun-all    to wbal2-display
               move spaces to report-line
               string ww-idx "  " wwk-start(ww-idx) " "
                      wamt-display " " wamt2-display " "
                      wamt3-display " " wamt4-display "  "
                      wbal-display "  " wbal2-display
                   delimited by size into report-line
               end-string
               write report-line
           end-perform
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "DIRECT-DEBIT COLLECTIONS PROJECTED: " wddcount
                  "  STANDING COSTS: " wrec-count
               delimited by size into report-line
           end-string
           write report-line
           if wovf-logins > zeros
               move spaces to report-line
               string "LOGIN TABLE FULL -- " wovf-logins
                      " ROW(S) MAY BE DOUBLE COUNTED"
                   delimited by size into report-line
               end-string
               write report-line
           end-if.
           copy "tariff-read.cpy".
