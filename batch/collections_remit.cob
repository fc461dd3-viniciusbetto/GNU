       identification division.
       program-id. collections-remit.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "payments.sel".
           copy "invoices.sel".
           copy "collect.sel".
           copy "counters.sel".
           copy "taxcodes.sel".
           select remit-in assign to "collections-remit.csv"
               organization is line sequential
               file status is wi-fstatus.
           select report-out assign to "collections-remit.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "payments.cpy".
           copy "invoices.cpy".
           copy "collect.cpy".
           copy "counters.cpy".
           copy "taxcodes.cpy".
       fd  remit-in.
       01  remit-line           pic x(200).
       fd  report-out.
       01  report-line          pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wi-fstatus        pic xx     value "00".
       01  wv-fstatus        pic xx     value "00".
       78  wcoll-method      value "COLLECTIONS".
       78  wcoll-reason      value "COLLECTION".
       78  wcoll-operator    value "COLLECTIONS-REMIT".
      *> Remittance line as the agency sends it:
      *> LOGIN,REMIT-DATE(CCYYMMDD),GROSS,COMMISSION,AGENCY-REF --
      *> gross is what the debtor paid the agency, commission what
      *> the agency kept. A header row, or a row whose date is not
      *> numeric, is skipped.
       01  wrm-login         pic x(60) value spaces.
       01  wrm-date          pic x(08) value spaces.
       01  wrm-gross-x       pic x(15) value spaces.
       01  wrm-comm-x        pic x(15) value spaces.
       01  wrm-ref           pic x(20) value spaces.
       01  wrm-gross         pic 9(07)v99 value zeros.
       01  wrm-comm          pic 9(07)v99 value zeros.
       01  wrm-net           pic 9(07)v99 value zeros.
       01  wsettle-left      pic 9(07)v99 value zeros.
       01  wseqbump          pic 9(14) value zeros.
       01  wretry9           pic 9(01) value zeros.
       01  wwritten          pic x(01) value "N".
       01  wlinecount        pic 9(06) value zeros.
       01  wpostedcount      pic 9(06) value zeros.
       01  wskippedcount     pic 9(06) value zeros.
       01  wclearedcount     pic 9(06) value zeros.
       01  wgross-total      pic 9(09)v99 value zeros.
       01  wcomm-total       pic 9(09)v99 value zeros.
       01  wnet-total        pic 9(09)v99 value zeros.
       01  wamt-display      pic zzzzzz9,99.
       01  wamt2-display     pic zzzzzz9,99.
       01  wtot-display      pic zzzzzzzz9,99.
       01  wnote             pic x(30) value spaces.
       01  wrl-job           pic x(30) value "COLLECTIONS-REMIT".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       remit-main.
      *> Posts the collections agency's remittance file. Each line
      *> recovered for a placed account posts to PAYMENTS as a
      *> payment of the net amount (gross less the agency's
      *> commission) with method COLLECTIONS and reason COLLECTION,
      *> so recovered money is told apart from desk takings. The
      *> gross settles the member's open invoices, oldest first --
      *> the debtor paid it all; the commission is the club's cost
      *> of collection. The COLLECT row keeps the running recovery
      *> and clears once the placed balance is recovered. A line
      *> dated on or before the last remittance already posted for
      *> the account is taken as a resend and skipped.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           open i-o collect
           if fstatus not = zeros
               display "ERRO ABRINDO collect: " fstatus
               stop run
           end-if
           open i-o payments
           if fstatus = "35"
               open output payments
               close payments
               open i-o payments
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO payments: " fstatus
               close collect
               stop run
           end-if
           open input remit-in
           if wi-fstatus not = zeros
               display "ERRO ABRINDO collections-remit.csv: "
                   wi-fstatus
               close collect
               close payments
               stop run
           end-if
           open output report-out
           move spaces to report-line
           string "COLLECTIONS REMITTANCE POSTED "
                  function current-date(1:8)
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           read remit-in
               at end move "10" to wi-fstatus
           end-read
           perform until wi-fstatus = "10"
               perform process-remit-line
               read remit-in
                   at end move "10" to wi-fstatus
               end-read
           end-perform
           close remit-in
           close payments
           close collect
           perform write-totals
           close report-out
           display "REMITTANCE LINES: " wlinecount
                   "  POSTED: " wpostedcount
                   "  SKIPPED: " wskippedcount
           move "OK   " to wrl-phase
           move wpostedcount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       process-remit-line.
           move spaces to wrm-login wrm-date wrm-gross-x wrm-comm-x
                          wrm-ref
           unstring remit-line delimited by ","
               into wrm-login wrm-date wrm-gross-x wrm-comm-x wrm-ref
           end-unstring
           if wrm-date not numeric or wrm-login = spaces
               exit paragraph
           end-if
           add 1 to wlinecount
           inspect wrm-gross-x replacing all "." by ","
           inspect wrm-comm-x replacing all "." by ","
           move function numval(wrm-gross-x) to wrm-gross
           move function numval(wrm-comm-x) to wrm-comm
           move spaces to wnote
           move wrm-login to col-login
           read collect invalid key
               move "NOT PLACED -- NOT POSTED" to wnote
           end-read
           if wnote = spaces and col-last-remit not = spaces
                   and wrm-date <= col-last-remit
               move "ALREADY POSTED" to wnote
           end-if
           if wnote = spaces and wrm-comm > wrm-gross
               move "COMMISSION OVER GROSS" to wnote
           end-if
           if wnote not = spaces
               add 1 to wskippedcount
               perform write-remit-line
               exit paragraph
           end-if
           compute wrm-net = wrm-gross - wrm-comm
           if wrm-net > zeros
               perform post-recovery
               if wwritten not = "Y"
                   move "PAYMENTS KEY CLASH -- NOT POSTED" to wnote
                   add 1 to wskippedcount
                   perform write-remit-line
                   exit paragraph
               end-if
           end-if
           perform settle-open-invoices
           add wrm-gross to col-recovered
           add wrm-comm  to col-commission
           move wrm-date to col-last-remit
           move wrm-ref  to col-agency-ref
           if col-placed and col-recovered >= col-placed-amt
               set col-cleared to true
               move function current-date(1:8) to col-cleared-on
               add 1 to wclearedcount
               move "ACCOUNT CLEARED" to wnote
           end-if
           rewrite reg-collect
           add 1 to wpostedcount
           add wrm-gross to wgross-total
           add wrm-comm  to wcomm-total
           add wrm-net   to wnet-total
           perform write-remit-line.
       post-recovery.
           initialize reg-payments
           move wrm-login to pay-login
           move function current-date(1:14) to pay-seq
           move wrm-net to pay-amount
           move wcoll-method to pay-method
           move spaces to pay-due-date
           set pay-kind-payment to true
           move wcoll-reason to pay-reason
           move spaces to pay-orig-seq
           move "N" to pay-reversed
           move "RECEIPT-NO" to wcountername
           perform next-counter
           move wcountervalue to pay-receipt
           move wcoll-operator to pay-operator
           move "DU" to pay-category
           move spaces    to wtax-code
           move "DU"      to wtax-category
           move wrm-net   to wtax-gross
           perform compute-tax
           move wtax-amount to pay-tax
           move wtax-code   to pay-tax-code
           move "N" to wwritten
           move zeros to wretry9
           perform until wwritten = "Y" or wretry9 > 5
               write reg-payments
                   invalid key
                       add 1 to wretry9
                       move pay-seq to wseqbump
                       add 1 to wseqbump
                       move wseqbump to pay-seq
                   not invalid key
                       move "Y" to wwritten
               end-write
           end-perform.
       settle-open-invoices.
      *> Same oldest-first settlement PAYMENT_SUBMIT does.
           move wrm-gross to wsettle-left
           open i-o invoices
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wv-fstatus
           move low-values to inv-key
           move wrm-login to inv-login
           start invoices key is not less than inv-key
               invalid key move "10" to wv-fstatus
           end-start
           if wv-fstatus not = "10"
               read invoices next
                   at end move "10" to wv-fstatus
               end-read
           end-if
           perform until wv-fstatus = "10" or inv-login <> wrm-login
                   or wsettle-left = zeros
               if inv-open and inv-cat-dues
                   if wsettle-left >= inv-amount - inv-paid
                       compute wsettle-left =
                           wsettle-left - (inv-amount - inv-paid)
                       move inv-amount to inv-paid
                       set inv-settled to true
                   else
                       add wsettle-left to inv-paid
                       move zeros to wsettle-left
                   end-if
                   rewrite reg-invoices
               end-if
               read invoices next
                   at end move "10" to wv-fstatus
               end-read
           end-perform
           close invoices.
       write-remit-line.
           move wrm-gross to wamt-display
           move wrm-comm  to wamt2-display
           move spaces to report-line
           string wrm-login(1:40) " " wrm-date " " wamt-display " "
                  wamt2-display "  " wrm-ref "  " wnote
               delimited by size into report-line
           end-string
           write report-line.
       write-totals.
           move spaces to report-line
           write report-line
           move wgross-total to wtot-display
           move spaces to report-line
           string "GROSS RECOVERED:      " wtot-display
               delimited by size into report-line
           end-string
           write report-line
           move wcomm-total to wtot-display
           move spaces to report-line
           string "AGENCY COMMISSION:    " wtot-display
               delimited by size into report-line
           end-string
           write report-line
           move wnet-total to wtot-display
           move spaces to report-line
           string "NET POSTED:           " wtot-display
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "LINES: " wlinecount "  POSTED: " wpostedcount
                  "  SKIPPED: " wskippedcount
                  "  ACCOUNTS CLEARED: " wclearedcount
               delimited by size into report-line
           end-string
           write report-line.
       copy "counter-next.cpy".
       copy "tax-read.cpy".
