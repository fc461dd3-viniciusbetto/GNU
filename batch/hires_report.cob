       identification division.
       program-id. hires-report.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "hirers.sel".
           copy "hires.sel".
           copy "payments.sel".
           select report-out assign to "hires-report.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "hirers.cpy".
           copy "hires.cpy".
           copy "payments.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wh-fstatus        pic xx     value "00".
       01  wp-fstatus        pic xx     value "00".
       01  wtoday            pic 9(08) value zeros.
       78  wmax-months       value 60.
       01  wmonth-count      pic 9(02) value zeros.
       01  wmonth-table.
           02 wmonth-entry occurs 60 times.
               03 wmt-month    pic x(06).
               03 wmt-amount   pic s9(09)v99.
       01  wm-idx            pic 9(02) value zeros.
       01  wfound            pic x(01) value "N".
       01  wrow-amount       pic s9(09)v99 value zeros.
       01  wincome-total     pic s9(09)v99 value zeros.
       01  wcontract-total   pic 9(09)v99 value zeros.
       01  wpaid-total       pic 9(09)v99 value zeros.
       01  wowed-total       pic 9(09)v99 value zeros.
       01  woverdue-total    pic 9(09)v99 value zeros.
       01  wretained-total   pic 9(09)v99 value zeros.
       01  wowed             pic 9(07)v99 value zeros.
       01  wflag             pic x(16) value spaces.
       01  whirer-name       pic x(30) value spaces.
       01  wlive-count       pic 9(05) value zeros.
       01  woverdue-count    pic 9(05) value zeros.
       01  wamt-display      pic -zzzzzzz9,99.
       01  wquote-display    pic zzzzzz9,99.
       01  wpaid-display     pic zzzzzz9,99.
       01  wowed-display     pic zzzzzz9,99.
       01  wrl-job           pic x(30) value "HIRES-REPORT".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       hires-main.
      *> Treasurer's room-hire return. Income: every category-HI
      *> payment by month, read from the HIRE- logins' run of
      *> PAYMENTS (a reversal counts against its month). Balances:
      *> each live contract's price, money taken and what is still
      *> owed, flagged where the deposit or the balance is past its
      *> due date; then cancelled contracts whose money was kept.
           move function current-date(1:8) to wtoday
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           open input hires
           if fstatus not = zeros
               display "ERRO ABRINDO hires: " fstatus
               stop run
           end-if
           open input hirers
           if fstatus not = zeros
               display "ERRO ABRINDO hirers: " fstatus
               stop run
           end-if
           open input payments
           if fstatus not = zeros
               display "ERRO ABRINDO payments: " fstatus
               stop run
           end-if
           perform tally-hire-income
           close payments
           open output report-out
           move spaces to report-line
           string "ROOM HIRE INCOME AND BALANCES -- RUN " wtoday
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move "HIRE INCOME BY MONTH" to report-line
           write report-line
           if wmonth-count = zeros
               move "   NONE" to report-line
               write report-line
           end-if
           perform varying wm-idx from 1 by 1
                   until wm-idx > wmonth-count
               move wmt-amount(wm-idx) to wamt-display
               move spaces to report-line
               string "   " wmt-month(wm-idx) "  " wamt-display
                   delimited by size into report-line
               end-string
               write report-line
           end-perform
           move wincome-total to wamt-display
           move spaces to report-line
           string "   TOTAL   " wamt-display
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move "OUTSTANDING BALANCES ON LIVE CONTRACTS" to report-line
           write report-line
           move spaces to report-line
           string "CONTRACT  HIRER                          FIRST    "
                  "LAST          PRICE       PAID       OWED  FLAG"
               delimited by size into report-line
           end-string
           write report-line
           move "00" to wh-fstatus
           move zeros to hre-id
           start hires key is not less than hre-id
               invalid key move "10" to wh-fstatus
           end-start
           if wh-fstatus not = "10"
               read hires next
                   at end move "10" to wh-fstatus
               end-read
           end-if
           perform until wh-fstatus = "10"
               if not hre-cancelled
                   perform report-live-hire
               end-if
               read hires next
                   at end move "10" to wh-fstatus
               end-read
           end-perform
           move spaces to report-line
           write report-line
           move wcontract-total to wquote-display
           move wpaid-total     to wpaid-display
           move wowed-total     to wowed-display
           move spaces to report-line
           string "CONTRACTS: " wlive-count
                  "  VALUE " wquote-display
                  "  PAID " wpaid-display
                  "  OWED " wowed-display
               delimited by size into report-line
           end-string
           write report-line
           move woverdue-total to wowed-display
           move spaces to report-line
           string "OVERDUE CONTRACTS: " woverdue-count
                  "  OVERDUE AMOUNT " wowed-display
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move "CANCELLED CONTRACTS WITH MONEY KEPT" to report-line
           write report-line
           move "00" to wh-fstatus
           move zeros to hre-id
           start hires key is not less than hre-id
               invalid key move "10" to wh-fstatus
           end-start
           if wh-fstatus not = "10"
               read hires next
                   at end move "10" to wh-fstatus
               end-read
           end-if
           perform until wh-fstatus = "10"
               if hre-cancelled and hre-paid > zeros
                   perform report-kept-hire
               end-if
               read hires next
                   at end move "10" to wh-fstatus
               end-read
           end-perform
           move wretained-total to wpaid-display
           move spaces to report-line
           string "   TOTAL KEPT " wpaid-display
               delimited by size into report-line
           end-string
           write report-line
           close report-out
           close hirers
           close hires
           display "LIVE CONTRACTS: " wlive-count
               " OVERDUE: " woverdue-count
           move "OK   " to wrl-phase
           move wlive-count to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       tally-hire-income.
           move "00" to wp-fstatus
           move "HIRE-"    to pay-login
           move low-values to pay-seq
           start payments key is not less than pay-key
               invalid key move "10" to wp-fstatus
           end-start
           if wp-fstatus not = "10"
               read payments next
                   at end move "10" to wp-fstatus
               end-read
           end-if
           perform until wp-fstatus = "10"
                   or pay-login(1:5) not = "HIRE-"
               if pay-cat-hire
                   if pay-kind-reversal or pay-kind-adj-debit
                       compute wrow-amount = zero - pay-amount
                   else
                       move pay-amount to wrow-amount
                   end-if
                   perform add-month-income
               end-if
               read payments next
                   at end move "10" to wp-fstatus
               end-read
           end-perform.
       add-month-income.
           add wrow-amount to wincome-total
           move "N" to wfound
           perform varying wm-idx from 1 by 1
                   until wm-idx > wmonth-count or wfound = "Y"
               if wmt-month(wm-idx) = pay-seq(1:6)
                   move "Y" to wfound
                   add wrow-amount to wmt-amount(wm-idx)
               end-if
           end-perform
           if wfound = "N" and wmonth-count < wmax-months
               add 1 to wmonth-count
               move pay-seq(1:6) to wmt-month(wmonth-count)
               move wrow-amount  to wmt-amount(wmonth-count)
           end-if.
       hirer-name.
           move hre-hirer to hir-id
           read hirers invalid key
               move "NOT ON FILE" to whirer-name
           not invalid key
               move hir-name to whirer-name
           end-read.
       report-live-hire.
      *> A quote not yet accepted is listed but owes nothing.
           perform hirer-name
           compute wowed = hre-quote - hre-paid
           if hre-confirmed
               add 1 to wlive-count
               add hre-quote to wcontract-total
               add hre-paid  to wpaid-total
               add wowed     to wowed-total
           end-if
           move spaces to wflag
           evaluate true
               when hre-quoted
                   move "QUOTE ONLY" to wflag
               when wowed = zeros
                   move "PAID" to wflag
               when hre-paid < hre-deposit and hre-dep-due < wtoday
                   move "DEPOSIT OVERDUE" to wflag
               when hre-balance-due < wtoday
                   move "BALANCE OVERDUE" to wflag
           end-evaluate
           if wflag = "DEPOSIT OVERDUE" or wflag = "BALANCE OVERDUE"
               add 1 to woverdue-count
               add wowed to woverdue-total
           end-if
           move hre-quote to wquote-display
           move hre-paid  to wpaid-display
           move wowed     to wowed-display
           move spaces to report-line
           string hre-id " " whirer-name " " hre-first-date " "
                  hre-last-date " " wquote-display " " wpaid-display
                  " " wowed-display "  " wflag
               delimited by size into report-line
           end-string
           write report-line.
       report-kept-hire.
           perform hirer-name
           add hre-paid to wretained-total
           move hre-paid to wpaid-display
           move spaces to report-line
           string "   " hre-id " " whirer-name " " hre-first-date
                  " KEPT " wpaid-display
               delimited by size into report-line
           end-string
           write report-line.
