       identification division.
       program-id. sponsor-invoice.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "companies.sel".
           copy "sponsors.sel".
           copy "invoices.sel".
           copy "counters.sel".
           copy "taxcodes.sel".
           select report-out assign to "sponsor-invoice.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "companies.cpy".
           copy "sponsors.cpy".
           copy "invoices.cpy".
           copy "counters.cpy".
           copy "taxcodes.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  ws-fstatus        pic xx     value "00".
       01  wenv-date         pic x(08) value spaces.
       01  wtoday            pic 9(08) value zeros.
       01  wstart-n          pic 9(08) value zeros.
       01  wend-n            pic 9(08) value zeros.
       01  wdue-n            pic 9(08) value zeros.
       01  wstep-date        pic 9(08) value zeros.
       01  filler redefines wstep-date.
           02 wstep-yy       pic 9(04).
           02 wstep-mm       pic 9(02).
           02 wstep-dd       pic 9(02).
       01  wanchor-dd        pic 9(02) value zeros.
       01  wstep-months      pic 9(02) value zeros.
       01  wmonth-total      pic 9(04) value zeros.
       01  wperiod-int       pic s9(09) comp.
       01  wperiod-end       pic 9(08) value zeros.
       01  winstallments     pic 9(04) value zeros.
       01  wlast             pic x(01) value "N".
       01  winv-written      pic x(01) value "Y".
       01  wamount           pic 9(07)v99 value zeros.
       01  wbilled           pic 9(04) value zeros.
       01  wskipped          pic 9(04) value zeros.
       01  wtotal            pic 9(09)v99 value zeros.
       01  wamt-display      pic zzzzzzz9,99.
       01  wtot-display      pic zzzzzzzzz9,99.
       01  wno-display       pic z(8)9.
       01  wmailsubject      pic x(60) value spaces.
       01  wmailbody         pic x(200) value spaces.
       01  wrl-job           pic x(30) value "SPONSOR-INVOICE".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       sinv-main.
      *> Sponsorship billing: every active contract whose next
      *> installment falls due on or before today is invoiced under
      *> the sponsoring company's billing login, category SP so the
      *> GL books it as sponsorship income and only a sponsorship
      *> payment settles it. The contract value is spread evenly over
      *> the installments the schedule gives between the start and
      *> end dates; the last takes whatever is left, so the pennies
      *> come out. SPN-NEXT-BILL then moves on by the schedule, or to
      *> spaces once the contract is fully billed -- a rerun the same
      *> day finds nothing due, and a run missed for a month catches
      *> up one installment per night. SPONSOR_DATE (CCYYMMDD)
      *> overrides today. The sponsor's contact is mailed the invoice.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           move function current-date(1:8) to wtoday
           accept wenv-date from environment "SPONSOR_DATE"
           if wenv-date not = spaces
               move wenv-date to wtoday
           end-if
           open i-o sponsors
           if fstatus = "35"
               display "SPONSOR-INVOICE: NO CONTRACTS"
               move "OK   " to wrl-phase
               call "runlog" using wrl-job wrl-phase wrl-count
               stop run
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO sponsors: " fstatus
               move 8 to return-code
               stop run
           end-if
           open input companies
           if fstatus not = zeros
               display "ERRO ABRINDO companies: " fstatus
               close sponsors
               move 8 to return-code
               stop run
           end-if
           open i-o invoices
           if fstatus = "35"
               open output invoices
               close invoices
               open i-o invoices
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO invoices: " fstatus
               close sponsors companies
               move 8 to return-code
               stop run
           end-if
           open output report-out
           move spaces to report-line
           string "SPONSORSHIP INVOICES " wtoday
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move "00" to ws-fstatus
           read sponsors next
               at end move "10" to ws-fstatus
           end-read
           perform until ws-fstatus = "10"
               if spn-active and spn-next-bill not = spaces
                       and spn-next-bill <= wtoday
                   perform bill-contract
               end-if
               read sponsors next
                   at end move "10" to ws-fstatus
               end-read
           end-perform
           move wtotal to wtot-display
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "INVOICES RAISED: " wbilled
                  "  TOTAL: " wtot-display
                  "  SKIPPED: " wskipped
               delimited by size into report-line
           end-string
           write report-line
           close sponsors
           close companies
           close invoices
           close report-out
           display "SPONSOR-INVOICE: " wbilled " INVOICES, "
               wskipped " SKIPPED"
           move "OK   " to wrl-phase
           move wbilled to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       bill-contract.
           move spn-company to cmp-id
           read companies
               invalid key
                   move spaces to cmp-bill-login
           end-read
           if cmp-bill-login = spaces
               add 1 to wskipped
               move spaces to report-line
               string "CONTRACT " spn-id
                      "  SKIPPED -- COMPANY " spn-company
                      " HAS NO BILLING LOGIN"
                   delimited by size into report-line
               end-string
               write report-line
               exit paragraph
           end-if
           move spn-start     to wstart-n
           move spn-end       to wend-n
           move spn-next-bill to wdue-n
           move spn-start(7:2) to wanchor-dd
           evaluate true
               when spn-monthly   move 1  to wstep-months
               when spn-quarterly move 3  to wstep-months
               when spn-annual    move 12 to wstep-months
               when other         move 0  to wstep-months
           end-evaluate
           perform count-installments
      *> The date after this installment: past the end (or an
      *> up-front contract) makes this the last one.
           move wdue-n to wstep-date
           move "N" to wlast
           if wstep-months = zeros
               move "Y" to wlast
           else
               perform add-months
               if wstep-date > wend-n
                   move "Y" to wlast
               end-if
           end-if
           if wlast = "Y"
               move wend-n to wperiod-end
           else
               compute wperiod-int =
                   function integer-of-date(wstep-date) - 1
               compute wperiod-end =
                   function date-of-integer(wperiod-int)
           end-if
           compute wamount = spn-value / winstallments
           if wlast = "Y" or spn-billed + wamount > spn-value
               compute wamount = spn-value - spn-billed
           end-if
           move "Y" to winv-written
           if wamount > zeros
               perform raise-invoice
           end-if
           if winv-written = "N"
               exit paragraph
           end-if
           add wamount to spn-billed
           if wlast = "Y" or spn-billed >= spn-value
               move spaces to spn-next-bill
           else
               move wstep-date to spn-next-bill
           end-if
           rewrite reg-sponsors.
       count-installments.
      *> How many due dates the schedule gives from the start date up
      *> to the end date; never less than one.
           move 1 to winstallments
           if wstep-months = zeros
               exit paragraph
           end-if
           move wstart-n to wstep-date
           perform add-months
           perform until wstep-date > wend-n
               add 1 to winstallments
               perform add-months
           end-perform.
       add-months.
      *> Moves WSTEP-DATE on by WSTEP-MONTHS, keeping the start
      *> date's day of the month where the month has one (a contract
      *> starting on the 31st bills on the last day of shorter
      *> months).
           compute wmonth-total = wstep-mm - 1 + wstep-months
           compute wstep-yy = wstep-yy + wmonth-total / 12
           compute wstep-mm = function mod(wmonth-total, 12) + 1
           move wanchor-dd to wstep-dd
           perform until function test-date-yyyymmdd(wstep-date) = 0
               subtract 1 from wstep-dd
           end-perform.
       raise-invoice.
           initialize reg-invoices
           move "INVOICE-NO" to wcountername
           perform next-counter
           move cmp-bill-login to inv-login
           move wcountervalue  to inv-no
           move wamount        to inv-amount
           move zeros          to inv-paid
           move wdue-n         to inv-period-start
           move wperiod-end    to inv-period-end
           move wtoday         to inv-due-date
           set inv-open to true
           move wtoday         to inv-issued
           move spaces to inv-calc
           move spn-id to wno-display
           string "SPONSOR " function trim(wno-display) " "
                  spn-package
               delimited by size into inv-calc
           end-string
           move spaces to inv-disc-code
           move zeros  to inv-discount
           move spaces to wtax-code
           move "SP"   to wtax-category
           move wamount to wtax-gross
           perform compute-tax
           move wtax-amount to inv-tax
           move wtax-code   to inv-tax-code
           move "SP" to inv-category
           write reg-invoices
               invalid key
                   add 1 to wskipped
                   move spaces to report-line
                   string "CONTRACT " spn-id
                          "  INVOICE NOT WRITTEN -- RERUN"
                       delimited by size into report-line
                   end-string
                   write report-line
                   move "N" to winv-written
                   exit paragraph
           end-write
           add 1 to wbilled
           add wamount to wtotal
           move wamount to wamt-display
           move spaces to report-line
           string "INVOICE " inv-no "  CONTRACT " spn-id
                  "  " cmp-name(1:30)
                  "  " spn-package
                  "  " wamt-display
               delimited by size into report-line
           end-string
           write report-line
           if cmp-email not = spaces
               move "Sponsorship invoice" to wmailsubject
               move spaces to wmailbody
               string "Invoice " inv-no " for "
                      function trim(spn-package) ", "
                      function trim(wamt-display)
                      ", is now on the "
                      function trim(cmp-name)
                      " account. Thank you for supporting the club."
                   delimited by size into wmailbody
               end-string
               call "sendmail" using cmp-email wmailsubject wmailbody
           end-if.
       copy "counter-next.cpy".
       copy "tax-read.cpy".
