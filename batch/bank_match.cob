       identification division.
       program-id. bank-match.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "payments.sel".
           copy "refunds.sel".
           copy "bankrec.sel".
           copy "cardset.sel".
           select statement-in assign to "bank-statement.csv"
               organization is line sequential
               file status is wi-fstatus.
           select report-out assign to "bank-match.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "payments.cpy".
           copy "refunds.cpy".
           copy "bankrec.cpy".
           copy "cardset.cpy".
       fd  statement-in.
       01  statement-line       pic x(200).
       fd  report-out.
       01  report-line          pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wi-fstatus        pic xx     value "00".
       01  wf-fstatus        pic xx     value "00".
       78  wmax-slips        value 300.
       78  wmax-refunds      value 300.
       78  wdd-method        value "DIRECT DEBIT".
       01  wbank-date        pic x(08) value spaces.
       01  wwindow-x         pic x(02) value spaces.
       01  wwindow-days      pic 9(02) value 7.
       01  wfrom-date        pic 9(08) value zeros.
       01  wtoday-int        pic s9(09) comp.
       01  wage-int          pic s9(09) comp.
       01  wage-days         pic 9(04) value zeros.
       01  wslip-count       pic 9(03) value zeros.
       01  wslip-table.
           02 wslip-entry occurs 300 times.
               03 wsl-date       pic x(08).
               03 wsl-method     pic x(20).
               03 wsl-total      pic 9(09)v99.
               03 wsl-items      pic 9(05).
      *> " " open, "P" matched by an earlier statement, "M" matched
      *> by a line of this run's statement.
               03 wsl-matched    pic x(01).
       01  wrefund-count     pic 9(03) value zeros.
       01  wrefund-table.
           02 wrefund-entry occurs 300 times.
               03 wrf-seq        pic 9(09).
               03 wrf-sent-on    pic x(08).
               03 wrf-login      pic x(60).
               03 wrf-amount     pic 9(07)v99.
               03 wrf-matched    pic x(01).
      *> Card takings reach the bank as the processor's settlement,
      *> net of merchant fees, one credit per settlement day -- taken
      *> from CARDSET as CARD-SETTLE loaded it, not from the desk.
       78  wmax-cardnet      value 31.
       01  wcardnet-count    pic 9(02) value zeros.
       01  wcardnet-table.
           02 wcardnet-entry occurs 31 times.
               03 wcn-date       pic x(08).
               03 wcn-net        pic s9(09)v99.
               03 wcn-matched    pic x(01).
       01  wc-idx            pic 9(02) value zeros.
       01  ws-idx            pic 9(03) value zeros.
       01  ws-idx2           pic 9(03) value zeros.
       01  wbest-idx         pic 9(03) value zeros.
       01  wbest-date        pic x(08) value spaces.
       01  wfound-m          pic x(01) value "N".
       01  wday-total        pic 9(09)v99 value zeros.
       01  wovf-slips        pic 9(06) value zeros.
       01  wovf-refunds      pic 9(06) value zeros.
       01  wovf-cardnet      pic 9(06) value zeros.
      *> Statement line as the bank's CSV delivers it:
      *> DATE(CCYYMMDD),CR|DR,AMOUNT,REFERENCE -- a header row or any
      *> row whose date is not numeric is skipped. A blank direction
      *> is taken from the sign of the amount.
       01  wst-line-no       pic 9(05) value zeros.
       01  wst-date          pic x(08) value spaces.
       01  wst-direction     pic x(02) value spaces.
       01  wst-amount-x      pic x(20) value spaces.
       01  wst-reference     pic x(40) value spaces.
       01  wst-amount        pic s9(09)v99 value zeros.
       01  wst-abs           pic 9(09)v99 value zeros.
       01  wst-outcome       pic x(40) value spaces.
       01  wlinecount        pic 9(06) value zeros.
       01  wmatchedcount     pic 9(06) value zeros.
       01  wearliercount     pic 9(06) value zeros.
       01  wunmatchedcount   pic 9(06) value zeros.
       01  wunbankedcount    pic 9(06) value zeros.
       01  wunseencount      pic 9(06) value zeros.
       01  wamt-display      pic zzzzzzzz9,99.
       01  wage-display      pic zzz9.
       01  wrl-job           pic x(30) value "BANK-MATCH".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       bankmatch-main.
      *> Checks what actually landed in the bank against what we say
      *> we took. Each line of the bank's daily statement CSV is
      *> paired with -- credits -- a DEPOSIT-SLIP total for one day
      *> and method (the DEBIT rows BANK-RETURN posts count as the
      *> direct-debit settlement for their day), or failing that the
      *> whole of a day's slips banked together; -- debits -- a
      *> refund REFUND-EXPORT sent, or that day's whole refund batch.
      *> Card takings are matched as CARD-SETTLE's net settlement
      *> per day rather than as a counter slip.
      *> Pairings are kept in BANKREC so neither side is offered
      *> twice. The report lists unmatched bank lines, slips older
      *> than a day that have not been banked and refunds the bank
      *> has not yet paid out, so a missing deposit surfaces the next
      *> morning instead of at PERIOD-CLOSE.
      *> BANK_DATE (CCYYMMDD) overrides today; BANK_MATCH_DAYS (01-
      *> 99, default 07) is how far back slips and refunds are looked
      *> for.
           accept wbank-date from environment "BANK_DATE"
           if wbank-date = spaces or wbank-date not numeric
               move function current-date(1:8) to wbank-date
           end-if
           accept wwindow-x from environment "BANK_MATCH_DAYS"
           if wwindow-x is numeric and wwindow-x > "00"
               move wwindow-x to wwindow-days
           end-if
           compute wtoday-int = function integer-of-date
               (function numval(wbank-date))
           compute wfrom-date = function date-of-integer
               (wtoday-int - wwindow-days)
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           perform load-slips
           perform load-refunds
           perform load-card-settlements
           open i-o bankrec
           if fstatus = "35"
               open output bankrec
               close bankrec
               open i-o bankrec
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO bankrec: " fstatus
               stop run
           end-if
           perform flag-earlier-matches
           open input statement-in
           if wi-fstatus not = zeros
               display "ERRO ABRINDO bank-statement.csv: " wi-fstatus
               close bankrec
               stop run
           end-if
           open output report-out
           move spaces to report-line
           string "BANK STATEMENT MATCHING  RUN DATE " wbank-date
                  "  LOOKING BACK TO " wfrom-date
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move "STATEMENT LINES" to report-line
           write report-line
           read statement-in
               at end move "10" to wi-fstatus
           end-read
           perform until wi-fstatus = "10"
               add 1 to wst-line-no
               perform process-statement-line
               read statement-in
                   at end move "10" to wi-fstatus
               end-read
           end-perform
           close statement-in
           close bankrec
           perform write-unbanked
           perform write-unseen-refunds
           perform write-totals
           close report-out
           display "STATEMENT LINES: " wlinecount
                   "  MATCHED: " wmatchedcount
                   "  UNMATCHED: " wunmatchedcount
                   "  UNBANKED SLIPS: " wunbankedcount
           move "OK   " to wrl-phase
           move wmatchedcount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       load-slips.
      *> The DEPOSIT-SLIP selection for every day of the window --
      *> posted payment rows only, same-day reversed ones included
      *> since the money still went to the bank -- totalled by day
      *> and method. Both DEBIT methods BANK-RETURN posts arrive as
      *> one settlement credit, so they share a single slip.
           open input payments
           if fstatus not = zeros
               display "ERRO ABRINDO payments: " fstatus
               stop run
           end-if
           read payments next
           perform until fstatus = "10"
               if pay-kind-payment and pay-method(1:4) not = "CARD"
                       and not pay-by-voucher and not pay-by-deposit
                       and not pay-by-points
                       and pay-seq(1:8) >= wfrom-date
                       and pay-seq(1:8) <= wbank-date
                   perform collect-slip-row
               end-if
               read payments next
           end-perform
           close payments.
       collect-slip-row.
           move "N" to wfound-m
           perform varying ws-idx from 1 by 1
                   until ws-idx > wslip-count or wfound-m = "Y"
               if wsl-date(ws-idx) = pay-seq(1:8)
                   if (pay-method(1:5) = "DEBIT"
                           and wsl-method(ws-idx) = wdd-method)
                       or (pay-method(1:5) not = "DEBIT"
                           and wsl-method(ws-idx) = pay-method)
                       move "Y" to wfound-m
                   end-if
               end-if
           end-perform
           if wfound-m = "Y"
               subtract 1 from ws-idx
           else
               if wslip-count >= wmax-slips
                   add 1 to wovf-slips
                   exit paragraph
               end-if
               add 1 to wslip-count
               move wslip-count to ws-idx
               move pay-seq(1:8) to wsl-date(ws-idx)
               if pay-method(1:5) = "DEBIT"
                   move wdd-method to wsl-method(ws-idx)
               else
                   move pay-method to wsl-method(ws-idx)
               end-if
               move zeros to wsl-total(ws-idx)
               move zeros to wsl-items(ws-idx)
               move space to wsl-matched(ws-idx)
           end-if
           add pay-amount to wsl-total(ws-idx)
           add 1 to wsl-items(ws-idx).
       load-refunds.
      *> Refunds REFUND-EXPORT handed to the bank inside the window.
      *> A refund REFUND-RETURN has since settled is still expected
      *> on the statement; a failed one never leaves the account.
           open input refunds
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wf-fstatus
           move zeros to rfd-seq
           start refunds key is not less than rfd-seq
               invalid key move "10" to wf-fstatus
           end-start
           if wf-fstatus not = "10"
               read refunds next
                   at end move "10" to wf-fstatus
               end-read
           end-if
           perform until wf-fstatus = "10"
               if (rfd-sent or rfd-settled)
                       and rfd-sent-on >= wfrom-date
                       and rfd-sent-on <= wbank-date
                   if wrefund-count < wmax-refunds
                       add 1 to wrefund-count
                       move rfd-seq     to wrf-seq(wrefund-count)
                       move rfd-sent-on to wrf-sent-on(wrefund-count)
                       move rfd-login   to wrf-login(wrefund-count)
                       move rfd-amount  to wrf-amount(wrefund-count)
                       move space       to wrf-matched(wrefund-count)
                   else
                       add 1 to wovf-refunds
                   end-if
               end-if
               read refunds next
                   at end move "10" to wf-fstatus
               end-read
           end-perform
           close refunds.
       load-card-settlements.
           open input cardset
           if fstatus not = zeros
               exit paragraph
           end-if
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
               if cst-settle-date >= wfrom-date
                       and cst-settle-date <= wbank-date
                   perform collect-card-net
               end-if
               read cardset next
                   at end move "10" to wf-fstatus
               end-read
           end-perform
           close cardset.
       collect-card-net.
           move "N" to wfound-m
           perform varying wc-idx from 1 by 1
                   until wc-idx > wcardnet-count or wfound-m = "Y"
               if wcn-date(wc-idx) = cst-settle-date
                   move "Y" to wfound-m
               end-if
           end-perform
           if wfound-m = "Y"
               subtract 1 from wc-idx
           else
               if wcardnet-count >= wmax-cardnet
                   add 1 to wovf-cardnet
                   exit paragraph
               end-if
               add 1 to wcardnet-count
               move wcardnet-count  to wc-idx
               move cst-settle-date to wcn-date(wc-idx)
               move zeros to wcn-net(wc-idx)
               move space to wcn-matched(wc-idx)
           end-if
           add cst-amount to wcn-net(wc-idx)
           subtract cst-fee from wcn-net(wc-idx).
       flag-earlier-matches.
      *> Anything an earlier statement already paired is taken out
      *> of play before today's lines are looked at.
           move "00" to wf-fstatus
           move low-values to brc-key
           start bankrec key is not less than brc-key
               invalid key move "10" to wf-fstatus
           end-start
           if wf-fstatus not = "10"
               read bankrec next
                   at end move "10" to wf-fstatus
               end-read
           end-if
           perform until wf-fstatus = "10"
               evaluate true
                   when brc-src-slip or brc-src-directdebit
                       perform varying ws-idx from 1 by 1
                               until ws-idx > wslip-count
                           if wsl-date(ws-idx) = brc-src-date
                                   and wsl-method(ws-idx)
                                       = brc-src-method
                               move "P" to wsl-matched(ws-idx)
                           end-if
                       end-perform
                   when brc-src-daytotal
                       perform varying ws-idx from 1 by 1
                               until ws-idx > wslip-count
                           if wsl-date(ws-idx) = brc-src-date
                                   and wsl-method(ws-idx)
                                       not = wdd-method
                               move "P" to wsl-matched(ws-idx)
                           end-if
                       end-perform
                   when brc-src-cardnet
                       perform varying wc-idx from 1 by 1
                               until wc-idx > wcardnet-count
                           if wcn-date(wc-idx) = brc-src-date
                               move "P" to wcn-matched(wc-idx)
                           end-if
                       end-perform
                   when brc-src-single
                       perform varying ws-idx from 1 by 1
                               until ws-idx > wrefund-count
                           if wrf-seq(ws-idx) = brc-src-refund
                               move "P" to wrf-matched(ws-idx)
                           end-if
                       end-perform
                   when brc-src-refbatch
                       perform varying ws-idx from 1 by 1
                               until ws-idx > wrefund-count
                           if wrf-sent-on(ws-idx) = brc-src-date
                               move "P" to wrf-matched(ws-idx)
                           end-if
                       end-perform
               end-evaluate
               read bankrec next
                   at end move "10" to wf-fstatus
               end-read
           end-perform.
       process-statement-line.
           move spaces to wst-date wst-direction wst-amount-x
                          wst-reference
           unstring statement-line delimited by ","
               into wst-date wst-direction wst-amount-x wst-reference
           end-unstring
           if wst-date not numeric
               exit paragraph
           end-if
           add 1 to wlinecount
           inspect wst-amount-x replacing all "." by ","
           move function numval(wst-amount-x) to wst-amount
           if wst-amount < zero
               compute wst-abs = zero - wst-amount
               if wst-direction = spaces
                   move "DR" to wst-direction
               end-if
           else
               move wst-amount to wst-abs
               if wst-direction = spaces
                   move "CR" to wst-direction
               end-if
           end-if
           move wst-date    to brc-bank-date
           move wst-line-no to brc-line
           read bankrec
               invalid key continue
               not invalid key
                   move "ALREADY MATCHED ON AN EARLIER RUN"
                       to wst-outcome
                   add 1 to wearliercount
                   perform write-statement-line
                   exit paragraph
           end-read
           initialize reg-bankrec
           move wst-date      to brc-bank-date
           move wst-line-no   to brc-line
           move wst-direction to brc-direction
           move wst-abs       to brc-amount
           move wst-reference to brc-reference
           move wbank-date    to brc-matched-on
           if wst-abs = zeros
               move "UNMATCHED -- AMOUNT NOT READABLE" to wst-outcome
               add 1 to wunmatchedcount
           else
               if brc-credit
                   perform match-credit
               else
                   perform match-debit
               end-if
           end-if
           perform write-statement-line.
       match-credit.
      *> One slip of the same amount, the most recent day on or
      *> before the statement date winning; then a whole day's
      *> counter slips deposited together.
           move zeros to wbest-idx
           move spaces to wbest-date
           perform varying ws-idx from 1 by 1
                   until ws-idx > wslip-count
               if wsl-matched(ws-idx) = space
                       and wsl-total(ws-idx) = wst-abs
                       and wsl-date(ws-idx) <= wst-date
                       and wsl-date(ws-idx) > wbest-date
                   move ws-idx to wbest-idx
                   move wsl-date(ws-idx) to wbest-date
               end-if
           end-perform
           if wbest-idx > zeros
               move "M" to wsl-matched(wbest-idx)
               if wsl-method(wbest-idx) = wdd-method
                   set brc-src-directdebit to true
               else
                   set brc-src-slip to true
               end-if
               move wsl-date(wbest-idx)   to brc-src-date
               move wsl-method(wbest-idx) to brc-src-method
               perform record-match
               exit paragraph
           end-if
           perform varying wc-idx from 1 by 1
                   until wc-idx > wcardnet-count
               if wcn-matched(wc-idx) = space
                       and wcn-net(wc-idx) = wst-abs
                       and wcn-date(wc-idx) <= wst-date
                       and wcn-date(wc-idx) > wbest-date
                   move wc-idx to wbest-idx
                   move wcn-date(wc-idx) to wbest-date
               end-if
           end-perform
           if wbest-idx > zeros
               move "M" to wcn-matched(wbest-idx)
               set brc-src-cardnet to true
               move wbest-date to brc-src-date
               move "CARD SETTLEMENT" to brc-src-method
               perform record-match
               exit paragraph
           end-if
           perform varying ws-idx from 1 by 1
                   until ws-idx > wslip-count
               if wsl-matched(ws-idx) = space
                       and wsl-method(ws-idx) not = wdd-method
                       and wsl-date(ws-idx) <= wst-date
                       and wsl-date(ws-idx) > wbest-date
                   move zeros to wday-total
                   perform varying ws-idx2 from 1 by 1
                           until ws-idx2 > wslip-count
                       if wsl-date(ws-idx2) = wsl-date(ws-idx)
                               and wsl-matched(ws-idx2) = space
                               and wsl-method(ws-idx2) not = wdd-method
                           add wsl-total(ws-idx2) to wday-total
                       end-if
                   end-perform
                   if wday-total = wst-abs
                       move ws-idx to wbest-idx
                       move wsl-date(ws-idx) to wbest-date
                   end-if
               end-if
           end-perform
           if wbest-idx > zeros
               perform varying ws-idx from 1 by 1
                       until ws-idx > wslip-count
                   if wsl-date(ws-idx) = wbest-date
                           and wsl-matched(ws-idx) = space
                           and wsl-method(ws-idx) not = wdd-method
                       move "M" to wsl-matched(ws-idx)
                   end-if
               end-perform
               set brc-src-daytotal to true
               move wbest-date to brc-src-date
               move "ALL COUNTER SLIPS" to brc-src-method
               perform record-match
               exit paragraph
           end-if
           move "UNMATCHED CREDIT" to wst-outcome
           add 1 to wunmatchedcount.
       match-debit.
      *> One refund of the same amount, latest sent on or before the
      *> statement date; then the bank booking a whole export batch
      *> as a single debit.
           move zeros to wbest-idx
           move spaces to wbest-date
           perform varying ws-idx from 1 by 1
                   until ws-idx > wrefund-count
               if wrf-matched(ws-idx) = space
                       and wrf-amount(ws-idx) = wst-abs
                       and wrf-sent-on(ws-idx) <= wst-date
                       and wrf-sent-on(ws-idx) > wbest-date
                   move ws-idx to wbest-idx
                   move wrf-sent-on(ws-idx) to wbest-date
               end-if
           end-perform
           if wbest-idx > zeros
               move "M" to wrf-matched(wbest-idx)
               set brc-src-single to true
               move wrf-sent-on(wbest-idx) to brc-src-date
               move wrf-seq(wbest-idx)     to brc-src-refund
               perform record-match
               exit paragraph
           end-if
           perform varying ws-idx from 1 by 1
                   until ws-idx > wrefund-count
               if wrf-matched(ws-idx) = space
                       and wrf-sent-on(ws-idx) <= wst-date
                       and wrf-sent-on(ws-idx) > wbest-date
                   move zeros to wday-total
                   perform varying ws-idx2 from 1 by 1
                           until ws-idx2 > wrefund-count
                       if wrf-sent-on(ws-idx2) = wrf-sent-on(ws-idx)
                               and wrf-matched(ws-idx2) = space
                           add wrf-amount(ws-idx2) to wday-total
                       end-if
                   end-perform
                   if wday-total = wst-abs
                       move ws-idx to wbest-idx
                       move wrf-sent-on(ws-idx) to wbest-date
                   end-if
               end-if
           end-perform
           if wbest-idx > zeros
               perform varying ws-idx from 1 by 1
                       until ws-idx > wrefund-count
                   if wrf-sent-on(ws-idx) = wbest-date
                           and wrf-matched(ws-idx) = space
                       move "M" to wrf-matched(ws-idx)
                   end-if
               end-perform
               set brc-src-refbatch to true
               move wbest-date to brc-src-date
               perform record-match
               exit paragraph
           end-if
           move "UNMATCHED DEBIT" to wst-outcome
           add 1 to wunmatchedcount.
       record-match.
           write reg-bankrec
               invalid key
                   display "BANKREC DUPLICATE " brc-key
           end-write
           add 1 to wmatchedcount
           move spaces to wst-outcome
           evaluate true
               when brc-src-slip
                   string "SLIP " brc-src-date " "
                          brc-src-method delimited by size
                       into wst-outcome
                   end-string
               when brc-src-directdebit
                   string "DIRECT DEBIT SETTLEMENT " brc-src-date
                       delimited by size into wst-outcome
                   end-string
               when brc-src-cardnet
                   string "CARD SETTLEMENT NET " brc-src-date
                       delimited by size into wst-outcome
                   end-string
               when brc-src-daytotal
                   string "ALL COUNTER SLIPS OF " brc-src-date
                       delimited by size into wst-outcome
                   end-string
               when brc-src-single
                   string "REFUND " brc-src-refund " SENT "
                          brc-src-date delimited by size
                       into wst-outcome
                   end-string
               when brc-src-refbatch
                   string "REFUND BATCH SENT " brc-src-date
                       delimited by size into wst-outcome
                   end-string
           end-evaluate.
       write-statement-line.
           move wst-abs to wamt-display
           move spaces to report-line
           string "   " wst-date " " wst-direction " " wamt-display
                  "  " wst-reference(1:30) "  " wst-outcome
               delimited by size into report-line
           end-string
           write report-line.
       write-unbanked.
      *> A slip from before the run date that no statement line has
      *> claimed is money that should have reached the bank by now.
           move spaces to report-line
           write report-line
           move "SLIPS NOT YET SEEN ON A STATEMENT" to report-line
           write report-line
           perform varying ws-idx from 1 by 1
                   until ws-idx > wslip-count
               if wsl-matched(ws-idx) = space
                       and wsl-date(ws-idx) < wbank-date
                   compute wage-int = function integer-of-date
                       (function numval(wsl-date(ws-idx)))
                   compute wage-days = wtoday-int - wage-int
                   move wage-days to wage-display
                   move wsl-total(ws-idx) to wamt-display
                   move spaces to report-line
                   string "   " wsl-date(ws-idx) "  "
                          wsl-method(ws-idx) "  " wamt-display
                          "  ITEMS " wsl-items(ws-idx)
                          "  DAYS OUT " wage-display
                       delimited by size into report-line
                   end-string
                   write report-line
                   add 1 to wunbankedcount
               end-if
           end-perform
           perform varying wc-idx from 1 by 1
                   until wc-idx > wcardnet-count
               if wcn-matched(wc-idx) = space
                       and wcn-date(wc-idx) < wbank-date
                   move wcn-net(wc-idx) to wamt-display
                   move spaces to report-line
                   string "   " wcn-date(wc-idx)
                          "  CARD SETTLEMENT NET  " wamt-display
                       delimited by size into report-line
                   end-string
                   write report-line
                   add 1 to wunbankedcount
               end-if
           end-perform.
       write-unseen-refunds.
           move spaces to report-line
           write report-line
           move "REFUNDS SENT BUT NOT YET DEBITED" to report-line
           write report-line
           perform varying ws-idx from 1 by 1
                   until ws-idx > wrefund-count
               if wrf-matched(ws-idx) = space
                       and wrf-sent-on(ws-idx) < wbank-date
                   move wrf-amount(ws-idx) to wamt-display
                   move spaces to report-line
                   string "   " wrf-sent-on(ws-idx) "  REFUND "
                          wrf-seq(ws-idx) "  " wamt-display "  "
                          wrf-login(ws-idx)
                       delimited by size into report-line
                   end-string
                   write report-line
                   add 1 to wunseencount
               end-if
           end-perform.
       write-totals.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "LINES READ: " wlinecount
                  "  MATCHED: " wmatchedcount
                  "  ALREADY MATCHED: " wearliercount
                  "  UNMATCHED: " wunmatchedcount
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "UNBANKED SLIPS: " wunbankedcount
                  "  REFUNDS NOT YET DEBITED: " wunseencount
               delimited by size into report-line
           end-string
           write report-line
           if wovf-slips > zeros or wovf-refunds > zeros
               move spaces to report-line
               string "NOT CONSIDERED (TABLE FULL): " wovf-slips
                      " SLIP ROW(S), " wovf-refunds " REFUND(S) -- "
                      "SHORTEN BANK_MATCH_DAYS"
                   delimited by size into report-line
               end-string
               write report-line
           end-if.
