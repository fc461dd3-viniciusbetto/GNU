       identification division.
       program-id. tax-return.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "payments.sel".
           copy "periods.sel".
           copy "taxcodes.sel".
           select report-out assign to "tax-return.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "payments.cpy".
           copy "periods.cpy".
           copy "taxcodes.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       78  wmax-codes        value 20.
       01  wquarter          pic x(05) value spaces.
       01  wq-year           pic 9(04) value zeros.
       01  wq-no             pic 9(01) value zeros.
       01  wcur-month        pic 9(02) value zeros.
       01  wfirst-month      pic 9(02) value zeros.
       01  wq-from           pic x(06) value spaces.
       01  wq-to             pic x(06) value spaces.
       01  wq-month          pic 9(02) value zeros.
       01  wq-ym             pic x(06) value spaces.
       01  wprovisional      pic x(01) value "N".
       01  wcode-count       pic 9(02) value zeros.
       01  wcode-table.
           02 wcode-entry occurs 20 times.
               03 wct-code     pic x(02).
               03 wct-rows     pic 9(07).
               03 wct-gross    pic s9(11)v99.
               03 wct-tax      pic s9(11)v99.
       01  wc-idx            pic 9(02) value zeros.
       01  wfound-c          pic x(01) value "N".
       01  wsign-gross       pic s9(11)v99 value zeros.
       01  wsign-tax         pic s9(11)v99 value zeros.
       01  wnet              pic s9(11)v99 value zeros.
       01  wtot-gross        pic s9(11)v99 value zeros.
       01  wtot-tax          pic s9(11)v99 value zeros.
       01  wtot-net          pic s9(11)v99 value zeros.
       01  wgross-display    pic -zzzzzzzzz9,99.
       01  wtax-display      pic -zzzzzzzzz9,99.
       01  wnet-display      pic -zzzzzzzzz9,99.
       01  wrate-display     pic z9,99.
       01  wcode-desc        pic x(20) value spaces.
       01  wrl-job           pic x(30) value "TAX-RETURN".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       taxreturn-main.
      *> Quarterly sales tax / VAT return: totals the tax portion the
      *> charge screens stored on PAYMENTS (desk sales, passes, tab
      *> charges, taxable dues) by tax code for the quarter, with the
      *> taxable gross and the net of tax beside it, so the figure the
      *> treasurer files is the figure the GL export booked to the
      *> liability accounts. Reversals take their tax back out.
      *> TAX_QUARTER (CCYYQ, e.g. 20262) overrides the default of the
      *> quarter that just ended; a month of the quarter that is not
      *> closed yet marks the whole return provisional.
           accept wquarter from environment "TAX_QUARTER"
           if wquarter = spaces or wquarter not numeric
               move function current-date(1:4) to wq-year
               move function current-date(5:2) to wcur-month
               compute wq-no = (wcur-month - 1) / 3 + 1
               if wq-no = 1
                   subtract 1 from wq-year
                   move 4 to wq-no
               else
                   subtract 1 from wq-no
               end-if
           else
               move wquarter(1:4) to wq-year
               move wquarter(5:1) to wq-no
               if wq-no < 1 or wq-no > 4
                   display "INVALID TAX_QUARTER " wquarter
                   stop run
               end-if
           end-if
           compute wfirst-month = (wq-no - 1) * 3 + 1
           move spaces to wq-from wq-to
           string wq-year wfirst-month delimited by size
               into wq-from
           end-string
           compute wq-month = wfirst-month + 2
           string wq-year wq-month delimited by size
               into wq-to
           end-string
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           perform check-quarter-closed
           open input payments
           if fstatus not = zeros
               display "ERRO ABRINDO payments: " fstatus
               stop run
           end-if
           read payments next
           perform until fstatus = "10"
               if pay-seq(1:6) >= wq-from and pay-seq(1:6) <= wq-to
                       and pay-tax-code not = spaces
                   perform tally-row
               end-if
               read payments next
           end-perform
           close payments
           open output report-out
           perform write-return
           close report-out
           display "TAX CODES REPORTED: " wcode-count
           move "OK   " to wrl-phase
           move wcode-count to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       check-quarter-closed.
           move "N" to wprovisional
           open input periods
           if fstatus not = zeros
               move "Y" to wprovisional
               exit paragraph
           end-if
           perform varying wq-month from wfirst-month by 1
                   until wq-month > wfirst-month + 2
               move spaces to wq-ym
               string wq-year wq-month delimited by size
                   into wq-ym
               end-string
               move wq-ym to per-month
               read periods invalid key
                   move "Y" to wprovisional
               not invalid key
                   if not period-closed
                       move "Y" to wprovisional
                   end-if
               end-read
           end-perform
           close periods.
       tally-row.
      *> Only rows that changed what was sold count: payments, tab
      *> charges and their reversals. A reversal's tax is negative.
           if not pay-kind-payment and not pay-kind-tab
                   and not pay-kind-reversal
               exit paragraph
           end-if
           if pay-kind-reversal
               compute wsign-gross = zero - pay-amount
               compute wsign-tax   = zero - pay-tax
           else
               move pay-amount to wsign-gross
               move pay-tax    to wsign-tax
           end-if
           move "N" to wfound-c
           perform varying wc-idx from 1 by 1
                   until wc-idx > wcode-count or wfound-c = "Y"
               if wct-code(wc-idx) = pay-tax-code
                   move "Y" to wfound-c
               end-if
           end-perform
           if wfound-c = "Y"
               subtract 1 from wc-idx
           else
               if wcode-count >= wmax-codes
                   exit paragraph
               end-if
               add 1 to wcode-count
               move wcode-count  to wc-idx
               move pay-tax-code to wct-code(wc-idx)
               move zeros to wct-rows(wc-idx)
               move zeros to wct-gross(wc-idx)
               move zeros to wct-tax(wc-idx)
           end-if
           add 1 to wct-rows(wc-idx)
           add wsign-gross to wct-gross(wc-idx)
           add wsign-tax   to wct-tax(wc-idx).
       write-return.
           move spaces to report-line
           string "SALES TAX RETURN  QUARTER " wq-year "-Q" wq-no
                  "  (" wq-from " TO " wq-to ")"
               delimited by size into report-line
           end-string
           write report-line
           if wprovisional = "Y"
               move "PROVISIONAL -- A MONTH OF THE QUARTER IS OPEN"
                   to report-line
               write report-line
           end-if
           move spaces to report-line
           write report-line
           move "CODE DESCRIPTION           RATE      ROWS"
               to report-line
           move "   TAXABLE GROSS       NET OF TAX        TAX DUE"
               to report-line(44:60)
           write report-line
           perform varying wc-idx from 1 by 1
                   until wc-idx > wcode-count
               perform write-code-line
           end-perform
           move spaces to report-line
           write report-line
           move wtot-gross to wgross-display
           move wtot-net   to wnet-display
           move wtot-tax   to wtax-display
           move spaces to report-line
           string "TOTAL                                      "
                  wgross-display "  " wnet-display "  " wtax-display
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move wtot-tax to wtax-display
           move spaces to report-line
           string "OUTPUT TAX DUE FOR THE QUARTER: " wtax-display
               delimited by size into report-line
           end-string
           write report-line.
       write-code-line.
           move spaces to wcode-desc
           move zeros to wrate-display
           open input taxcodes
           if fstatus = zeros
               move wct-code(wc-idx) to txc-code
               read taxcodes invalid key
                   move "UNKNOWN CODE" to wcode-desc
               not invalid key
                   move txc-desc to wcode-desc
                   move txc-rate to wrate-display
               end-read
               close taxcodes
           end-if
           compute wnet = wct-gross(wc-idx) - wct-tax(wc-idx)
           add wct-gross(wc-idx) to wtot-gross
           add wct-tax(wc-idx)   to wtot-tax
           add wnet              to wtot-net
           move wct-gross(wc-idx) to wgross-display
           move wnet              to wnet-display
           move wct-tax(wc-idx)   to wtax-display
           move spaces to report-line
           string wct-code(wc-idx) "   " wcode-desc " " wrate-display
                  "  " wct-rows(wc-idx) "  "
                  wgross-display "  " wnet-display "  " wtax-display
               delimited by size into report-line
           end-string
           write report-line.
