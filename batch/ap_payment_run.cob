       identification division.
       program-id. ap-payment-run.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "suppliers.sel".
           copy "bills.sel".
           copy "expenses.sel".
           copy "periods.sel".
           copy "counters.sel".
           select pay-out assign to "ap-payments.dat"
               organization is line sequential
               file status is wo-fstatus.
           select report-out assign to "ap-payment-run.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "suppliers.cpy".
           copy "bills.cpy".
           copy "expenses.cpy".
           copy "periods.cpy".
           copy "counters.cpy".
      *> One credit transfer per bill, fixed columns, for the bank's
      *> upload -- the outbound mirror of BANK-EXPORT.
       fd  pay-out.
       01  pay-record.
           02 ap-run-date       pic x(08).
           02 ap-bill-seq       pic 9(09).
           02 ap-supplier       pic 9(09).
           02 ap-name           pic x(60).
           02 ap-bank-acct      pic x(34).
           02 ap-amount         pic 9(09)v99.
           02 ap-reference      pic x(20).
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wo-fstatus        pic xx     value "00".
       01  wb-fstatus        pic xx     value "00".
       78  wap-days-default  value 7.
       01  wap-days-env      pic x(03) value spaces.
       01  wap-days          pic 9(03) value zeros.
       01  wrun-date         pic x(08) value spaces.
       01  wrun-n            pic 9(08) value zeros.
       01  wcutoff-int       pic s9(09) comp.
       01  wcutoff           pic 9(08) value zeros.
       01  wpaidcount        pic 9(06) value zeros.
       01  wheldcount        pic 9(06) value zeros.
       01  wpaidtotal        pic 9(11)v99 value zeros.
       01  wamt-display      pic zzzzzz9,99.
       01  wtot-display      pic zzzzzzzzz9,99.
       01  wrl-job           pic x(30) value "AP-PAYMENT-RUN".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       aprun-main.
      *> Weekly supplier payment run. Every approved bill falling
      *> due within AP_DAYS (default 7) of the run date -- or
      *> already overdue -- is paid: a credit transfer to the
      *> supplier's bank account goes on the bank file, the bill is
      *> marked paid, and the payment is booked as an EXPENSES row
      *> (run date, the bill's category, the supplier as payee), so
      *> the surplus report, the budget variance and the cash
      *> position see it without anyone keying it twice. A supplier
      *> with no bank account on file is listed for a cheque and
      *> the bill stays approved. AP_DATE (CCYYMMDD) overrides the
      *> run date; a run dated in a month PERIOD-CLOSE has frozen is
      *> refused.
           accept wrun-date from environment "AP_DATE"
           if wrun-date = spaces or wrun-date not numeric
               move function current-date(1:8) to wrun-date
           end-if
           move wap-days-default to wap-days
           accept wap-days-env from environment "AP_DAYS"
           if wap-days-env is numeric
               move wap-days-env to wap-days
           end-if
           move wrun-date to wrun-n
           compute wcutoff-int = function integer-of-date(wrun-n)
               + wap-days
           compute wcutoff = function date-of-integer(wcutoff-int)
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           perform check-period-open
           open input suppliers
           if fstatus not = zeros
               display "ERRO ABRINDO suppliers: " fstatus
               stop run
           end-if
           open i-o bills
           if fstatus not = zeros
               display "ERRO ABRINDO bills: " fstatus
               close suppliers
               stop run
           end-if
           open i-o expenses
           if fstatus = "35"
               open output expenses
               close expenses
               open i-o expenses
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO expenses: " fstatus
               close suppliers
               close bills
               stop run
           end-if
           open output pay-out
           open output report-out
           move spaces to report-line
           string "AP PAYMENT RUN " wrun-date
                  "  BILLS DUE ON OR BEFORE " wcutoff
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move "00" to wb-fstatus
           move zeros to bill-seq
           start bills key is not less than bill-seq
               invalid key move "10" to wb-fstatus
           end-start
           if wb-fstatus not = "10"
               read bills next
                   at end move "10" to wb-fstatus
               end-read
           end-if
           perform until wb-fstatus = "10"
               if bill-approved and bill-due-date <= wcutoff
                   perform pay-bill
               end-if
               read bills next
                   at end move "10" to wb-fstatus
               end-read
           end-perform
           move wpaidtotal to wtot-display
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "BILLS PAID: " wpaidcount
                  "  TOTAL: " wtot-display
                  "  HELD FOR CHEQUE: " wheldcount
               delimited by size into report-line
           end-string
           write report-line
           close suppliers
           close bills
           close expenses
           close pay-out
           close report-out
           display "AP PAYMENTS WRITTEN: " wpaidcount
           move "OK   " to wrl-phase
           move wpaidcount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       check-period-open.
           open input periods
           if fstatus not = zeros
               exit paragraph
           end-if
           move wrun-date(1:6) to per-month
           read periods invalid key
               close periods
               exit paragraph
           end-read
           close periods
           if period-closed
               display "PERIOD " wrun-date(1:6)
                       " CLOSED -- AP PAYMENT RUN REFUSED"
               stop run
           end-if.
       pay-bill.
           move bill-supplier to sup-id
           read suppliers invalid key
               initialize reg-suppliers
           end-read
           move bill-amount to wamt-display
           if sup-bank-acct = spaces
               add 1 to wheldcount
               move spaces to report-line
               string bill-seq "  " sup-name(1:40) "  "
                      bill-invoice-no "  DUE " bill-due-date "  "
                      wamt-display "  NO BANK ACCOUNT -- PAY BY CHEQUE"
                   delimited by size into report-line
               end-string
               write report-line
               exit paragraph
           end-if
           move spaces to pay-record
           move wrun-date       to ap-run-date
           move bill-seq        to ap-bill-seq
           move bill-supplier   to ap-supplier
           move sup-name        to ap-name
           move sup-bank-acct   to ap-bank-acct
           move bill-amount     to ap-amount
           move bill-invoice-no to ap-reference
           write pay-record
           move "EXPENSE-SEQ" to wcountername
           perform next-counter
           initialize reg-expenses
           move wcountervalue  to exp-seq
           move wrun-date      to exp-date
           move bill-category  to exp-category
           move sup-name       to exp-payee
           move bill-amount    to exp-amount
           move "AP-PAYMENT-RUN" to exp-operator
           move space          to exp-recurring
           write reg-expenses
           set bill-paid to true
           move wrun-date to bill-paid-on
           move exp-seq   to bill-exp-seq
           rewrite reg-bills
           add 1 to wpaidcount
           add bill-amount to wpaidtotal
           move spaces to report-line
           string bill-seq "  " sup-name(1:40) "  "
                  bill-invoice-no "  DUE " bill-due-date "  "
                  wamt-display "  PAID"
               delimited by size into report-line
           end-string
           write report-line.
       copy "counter-next.cpy".
