       identification division.
       program-id. card-settle.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "payments.sel".
           copy "cardset.sel".
           copy "expenses.sel".
           copy "periods.sel".
           copy "counters.sel".
           select settle-in assign to "card-settlement.csv"
               organization is line sequential
               file status is wi-fstatus.
           select report-out assign to "card-settle.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "payments.cpy".
           copy "cardset.cpy".
           copy "expenses.cpy".
           copy "periods.cpy".
           copy "counters.cpy".
       fd  settle-in.
       01  settle-line          pic x(200).
       fd  report-out.
       01  report-line          pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wi-fstatus        pic xx     value "00".
       01  wf-fstatus        pic xx     value "00".
       78  wmax-desk         value 500.
       78  wmax-feedays      value 31.
       78  wfee-category     value "CARD FEES".
       78  wfee-payee        value "CARD PROCESSOR".
       78  wfee-operator     value "CARD-SETTLE".
       01  wcard-date        pic x(08) value spaces.
       01  wwindow-x         pic x(02) value spaces.
       01  wwindow-days      pic 9(02) value 3.
       01  wminutes-x        pic x(03) value spaces.
       01  wslack-minutes    pic 9(03) value 15.
       01  wslack-secs       pic s9(07) comp.
       01  wfrom-date        pic 9(08) value zeros.
       01  wtoday-int        pic s9(09) comp.
      *> Desk card rows of the window -- PAYMENTS method starting
      *> CARD -- and whether a terminal transaction has claimed them.
       01  wdesk-count       pic 9(03) value zeros.
       01  wdesk-table.
           02 wdesk-entry occurs 500 times.
               03 wdk-login      pic x(60).
               03 wdk-seq        pic x(14).
               03 wdk-amount     pic 9(07)v99.
               03 wdk-operator   pic x(60).
               03 wdk-reversed   pic x(01).
               03 wdk-matched    pic x(01).
       01  wfee-count        pic 9(02) value zeros.
       01  wfee-table.
           02 wfee-entry occurs 31 times.
               03 wfe-date       pic x(08).
               03 wfe-total      pic 9(07)v99.
       01  wd-idx            pic 9(03) value zeros.
       01  wbest-idx         pic 9(03) value zeros.
       01  wbest-gap         pic s9(07) comp.
       01  wgap              pic s9(07) comp.
       01  wf-idx            pic 9(02) value zeros.
       01  wfound-f          pic x(01) value "N".
       01  wovf-desk         pic 9(06) value zeros.
       01  wtime-a           pic x(14) value spaces.
       01  wsecs-a           pic s9(11) comp.
       01  wsecs-b           pic s9(11) comp.
       01  wsecs-work        pic s9(11) comp.
      *> Settlement line as the processor delivers it:
      *> SETTLE-DATE(CCYYMMDD),TXN-ID,TXN-TIME(CCYYMMDDHHMMSS),
      *> AMOUNT,FEE,OPERATOR -- the operator is the login the desk
      *> terminal was signed on with. A header row, or a row whose
      *> settle date is not numeric, is skipped.
       01  wsl-settle-date   pic x(08) value spaces.
       01  wsl-txn-id        pic x(20) value spaces.
       01  wsl-txn-time      pic x(14) value spaces.
       01  wsl-amount-x      pic x(15) value spaces.
       01  wsl-fee-x         pic x(15) value spaces.
       01  wsl-operator      pic x(60) value spaces.
       01  wsl-amount        pic 9(07)v99 value zeros.
       01  wsl-fee           pic 9(05)v99 value zeros.
       01  wsl-exists        pic x(01) value "N".
       01  wlinecount        pic 9(06) value zeros.
       01  wmatchedcount     pic 9(06) value zeros.
       01  wearliercount     pic 9(06) value zeros.
       01  worphancount      pic 9(06) value zeros.
       01  wnoterminalcount  pic 9(06) value zeros.
       01  wfeespostedcount  pic 9(06) value zeros.
       01  wgross-total      pic 9(09)v99 value zeros.
       01  wfee-total        pic 9(09)v99 value zeros.
       01  wnet-total        pic 9(09)v99 value zeros.
       01  wexp-date         pic x(08) value spaces.
       01  wamt-display      pic zzzzzz9,99.
       01  wtot-display      pic zzzzzzzz9,99.
       01  wrl-job           pic x(30) value "CARD-SETTLE".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       cardsettle-main.
      *> Nightly check of the desk's card takings against the card
      *> processor's settlement file. Every terminal transaction is
      *> paired with a PAYMENTS row paid by card of the same amount,
      *> keyed by the same operator (when the processor reports one)
      *> within a few minutes of the terminal's timestamp; the
      *> closest in time wins. Transactions are kept in CARDSET so a
      *> rerun pairs nothing twice, and the merchant fees of newly
      *> loaded transactions are booked to EXPENSES as one row per
      *> settlement day -- gross less fees is then the deposit
      *> BANK-MATCH looks for. The report lists orphan terminal
      *> transactions and desk card entries the terminal never saw.
      *> CARD_DATE (CCYYMMDD) overrides today; CARD_MATCH_DAYS
      *> (default 03) is how far back desk rows are considered;
      *> CARD_MATCH_MINUTES (default 015) is the time slack.
           accept wcard-date from environment "CARD_DATE"
           if wcard-date = spaces or wcard-date not numeric
               move function current-date(1:8) to wcard-date
           end-if
           accept wwindow-x from environment "CARD_MATCH_DAYS"
           if wwindow-x is numeric and wwindow-x > "00"
               move wwindow-x to wwindow-days
           end-if
           accept wminutes-x from environment "CARD_MATCH_MINUTES"
           if wminutes-x is numeric and wminutes-x > "000"
               move wminutes-x to wslack-minutes
           end-if
           compute wslack-secs = wslack-minutes * 60
           compute wtoday-int = function integer-of-date
               (function numval(wcard-date))
           compute wfrom-date = function date-of-integer
               (wtoday-int - wwindow-days)
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           perform load-desk-rows
           open i-o cardset
           if fstatus = "35"
               open output cardset
               close cardset
               open i-o cardset
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO cardset: " fstatus
               stop run
           end-if
           perform flag-earlier-pairs
           open input settle-in
           if wi-fstatus not = zeros
               display "ERRO ABRINDO card-settlement.csv: " wi-fstatus
               close cardset
               stop run
           end-if
           open output report-out
           move spaces to report-line
           string "CARD SETTLEMENT RECONCILIATION  RUN DATE " wcard-date
                  "  DESK ROWS FROM " wfrom-date
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move "ORPHAN TERMINAL TRANSACTIONS" to report-line
           write report-line
           read settle-in
               at end move "10" to wi-fstatus
           end-read
           perform until wi-fstatus = "10"
               perform process-settle-line
               read settle-in
                   at end move "10" to wi-fstatus
               end-read
           end-perform
           close settle-in
           close cardset
           perform post-fees
           perform write-no-terminal
           perform write-totals
           close report-out
           display "TERMINAL TXNS: " wlinecount
                   "  MATCHED: " wmatchedcount
                   "  ORPHANS: " worphancount
                   "  DESK WITHOUT TERMINAL: " wnoterminalcount
           move "OK   " to wrl-phase
           move wmatchedcount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       load-desk-rows.
           open input payments
           if fstatus not = zeros
               display "ERRO ABRINDO payments: " fstatus
               stop run
           end-if
           read payments next
           perform until fstatus = "10"
               if pay-kind-payment and pay-method(1:4) = "CARD"
                       and pay-seq(1:8) >= wfrom-date
                       and pay-seq(1:8) <= wcard-date
                   if wdesk-count < wmax-desk
                       add 1 to wdesk-count
                       move pay-login    to wdk-login(wdesk-count)
                       move pay-seq      to wdk-seq(wdesk-count)
                       move pay-amount   to wdk-amount(wdesk-count)
                       move pay-operator to wdk-operator(wdesk-count)
                       move pay-reversed to wdk-reversed(wdesk-count)
                       move space        to wdk-matched(wdesk-count)
                   else
                       add 1 to wovf-desk
                   end-if
               end-if
               read payments next
           end-perform
           close payments.
       flag-earlier-pairs.
      *> Desk rows an earlier settlement file already claimed.
           move "00" to wf-fstatus
           move low-values to cst-txn-id
           start cardset key is not less than cst-txn-id
               invalid key move "10" to wf-fstatus
           end-start
           if wf-fstatus not = "10"
               read cardset next
                   at end move "10" to wf-fstatus
               end-read
           end-if
           perform until wf-fstatus = "10"
               if cst-matched and cst-pay-seq(1:8) >= wfrom-date
                   perform varying wd-idx from 1 by 1
                           until wd-idx > wdesk-count
                       if wdk-login(wd-idx) = cst-pay-login
                               and wdk-seq(wd-idx) = cst-pay-seq
                           move "P" to wdk-matched(wd-idx)
                       end-if
                   end-perform
               end-if
               read cardset next
                   at end move "10" to wf-fstatus
               end-read
           end-perform.
       process-settle-line.
           move spaces to wsl-settle-date wsl-txn-id wsl-txn-time
                          wsl-amount-x wsl-fee-x wsl-operator
           unstring settle-line delimited by ","
               into wsl-settle-date wsl-txn-id wsl-txn-time
                    wsl-amount-x wsl-fee-x wsl-operator
           end-unstring
           if wsl-settle-date not numeric or wsl-txn-id = spaces
               exit paragraph
           end-if
           add 1 to wlinecount
           inspect wsl-amount-x replacing all "." by ","
           inspect wsl-fee-x replacing all "." by ","
           move function numval(wsl-amount-x) to wsl-amount
           move function numval(wsl-fee-x) to wsl-fee
      *> A transaction already on file is only looked at again if it
      *> was an orphan last time (the desk row may have been keyed
      *> late); its fee has already been booked.
           move wsl-txn-id to cst-txn-id
           move "N" to wsl-exists
           read cardset
               invalid key continue
               not invalid key
                   move "Y" to wsl-exists
           end-read
           if wsl-exists = "Y" and cst-matched
               add 1 to wearliercount
               exit paragraph
           end-if
           if wsl-exists = "N"
               initialize reg-cardset
               move wsl-txn-id      to cst-txn-id
               move wsl-settle-date to cst-settle-date
               move wsl-txn-time    to cst-txn-time
               move wsl-amount      to cst-amount
               move wsl-fee         to cst-fee
               move wsl-operator    to cst-operator
               move wcard-date      to cst-loaded-on
               perform add-fee
           end-if
           perform pair-with-desk
           if wbest-idx > zeros
               move "M" to wdk-matched(wbest-idx)
               set cst-matched to true
               move wdk-login(wbest-idx) to cst-pay-login
               move wdk-seq(wbest-idx)   to cst-pay-seq
               add 1 to wmatchedcount
           else
               set cst-orphan to true
               add 1 to worphancount
               move cst-amount to wamt-display
               move spaces to report-line
               string "   " cst-txn-id " " cst-txn-time " "
                      wamt-display "  " cst-operator(1:40)
                   delimited by size into report-line
               end-string
               write report-line
           end-if
           if wsl-exists = "Y"
               rewrite reg-cardset
           else
               write reg-cardset
                   invalid key
                       display "CARDSET DUPLICATE " cst-txn-id
               end-write
           end-if.
       pair-with-desk.
           move zeros to wbest-idx
           move 9999999 to wbest-gap
           if cst-txn-time not numeric
               exit paragraph
           end-if
           move cst-txn-time to wtime-a
           perform timestamp-seconds
           move wsecs-work to wsecs-a
           perform varying wd-idx from 1 by 1
                   until wd-idx > wdesk-count
               if wdk-matched(wd-idx) = space
                       and wdk-amount(wd-idx) = cst-amount
                       and (cst-operator = spaces
                           or wdk-operator(wd-idx) = cst-operator)
                   move wdk-seq(wd-idx) to wtime-a
                   perform timestamp-seconds
                   move wsecs-work to wsecs-b
                   compute wgap = function abs(wsecs-a - wsecs-b)
                   if wgap <= wslack-secs and wgap < wbest-gap
                       move wgap to wbest-gap
                       move wd-idx to wbest-idx
                   end-if
               end-if
           end-perform.
       timestamp-seconds.
           compute wsecs-work =
               function integer-of-date(function numval(wtime-a(1:8)))
                   * 86400
               + function numval(wtime-a(9:2)) * 3600
               + function numval(wtime-a(11:2)) * 60
               + function numval(wtime-a(13:2)).
       add-fee.
           add cst-amount to wgross-total
           add cst-fee    to wfee-total
           if cst-fee = zeros
               exit paragraph
           end-if
           move "N" to wfound-f
           perform varying wf-idx from 1 by 1
                   until wf-idx > wfee-count or wfound-f = "Y"
               if wfe-date(wf-idx) = cst-settle-date
                   move "Y" to wfound-f
               end-if
           end-perform
           if wfound-f = "Y"
               subtract 1 from wf-idx
           else
               if wfee-count >= wmax-feedays
                   move wfee-count to wf-idx
               else
                   add 1 to wfee-count
                   move wfee-count to wf-idx
                   move cst-settle-date to wfe-date(wf-idx)
                   move zeros to wfe-total(wf-idx)
               end-if
           end-if
           add cst-fee to wfe-total(wf-idx).
       post-fees.
      *> One EXPENSES row per settlement day for the fees of newly
      *> loaded transactions. A settlement day in a month PERIOD-CLOSE
      *> has frozen is booked on the run date instead, the way the
      *> expenses screen refuses a closed month.
           if wfee-count = zeros
               exit paragraph
           end-if
           open i-o expenses
           if fstatus = "35"
               open output expenses
               close expenses
               open i-o expenses
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO expenses: " fstatus
               exit paragraph
           end-if
           perform varying wf-idx from 1 by 1
                   until wf-idx > wfee-count
               move wfe-date(wf-idx) to wexp-date
               perform check-fee-period
               move "EXPENSE-SEQ" to wcountername
               perform next-counter
               initialize reg-expenses
               move wcountervalue    to exp-seq
               move wexp-date        to exp-date
               move wfee-category    to exp-category
               move wfee-payee       to exp-payee
               move wfe-total(wf-idx) to exp-amount
               move wfee-operator    to exp-operator
               write reg-expenses
                   invalid key
                       display "EXPENSES DUPLICATE " exp-seq
                   not invalid key
                       add 1 to wfeespostedcount
               end-write
           end-perform
           close expenses.
       check-fee-period.
           open input periods
           if fstatus not = zeros
               move "00" to fstatus
               exit paragraph
           end-if
           move wexp-date(1:6) to per-month
           read periods
               invalid key continue
               not invalid key
                   if period-closed
                       move wcard-date to wexp-date
                   end-if
           end-read
           close periods
           move "00" to fstatus.
       write-no-terminal.
      *> Desk card rows from before the run date that no terminal
      *> transaction claimed -- keyed at the desk but never charged,
      *> or charged on another terminal under a different amount.
           move spaces to report-line
           write report-line
           move "DESK CARD ENTRIES WITH NO TERMINAL RECORD"
               to report-line
           write report-line
           perform varying wd-idx from 1 by 1
                   until wd-idx > wdesk-count
               if wdk-matched(wd-idx) = space
                       and wdk-seq(wd-idx)(1:8) < wcard-date
                   move wdk-amount(wd-idx) to wamt-display
                   move spaces to report-line
                   string "   " wdk-seq(wd-idx) "  "
                          wdk-login(wd-idx)(1:40) " "
                          wamt-display "  " wdk-operator(wd-idx)(1:30)
                       delimited by size into report-line
                   end-string
                   if wdk-reversed(wd-idx) = "Y"
                       move "REVERSED" to report-line(120:8)
                   end-if
                   write report-line
                   add 1 to wnoterminalcount
               end-if
           end-perform.
       write-totals.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "TERMINAL TXNS: " wlinecount
                  "  MATCHED: " wmatchedcount
                  "  ALREADY MATCHED: " wearliercount
                  "  ORPHANS: " worphancount
                  "  DESK WITHOUT TERMINAL: " wnoterminalcount
               delimited by size into report-line
           end-string
           write report-line
           compute wnet-total = wgross-total - wfee-total
           move wgross-total to wtot-display
           move spaces to report-line
           string "NEWLY LOADED GROSS: " wtot-display
               delimited by size into report-line
           end-string
           write report-line
           move wfee-total to wtot-display
           move spaces to report-line
           string "MERCHANT FEES:      " wtot-display
                  "  EXPENSE ROWS POSTED: " wfeespostedcount
               delimited by size into report-line
           end-string
           write report-line
           move wnet-total to wtot-display
           move spaces to report-line
           string "NET TO BE DEPOSITED:" wtot-display
               delimited by size into report-line
           end-string
           write report-line
           if wovf-desk > zeros
               move spaces to report-line
               string "DESK ROWS NOT CONSIDERED (TABLE FULL): "
                      wovf-desk " -- SHORTEN CARD_MATCH_DAYS"
                   delimited by size into report-line
               end-string
               write report-line
           end-if.
           copy "counter-next.cpy".
