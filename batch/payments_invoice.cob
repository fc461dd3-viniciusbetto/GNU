           copy "tariff.sel".
           copy "discounts.sel".
           copy "lockers.sel".
           copy "taxcodes.sel".
           select report-out assign to "payments-invoice.txt"
               organization is line sequential
               file status is wr-fstatus.
           copy "tariff.cpy".
           copy "discounts.cpy".
           copy "lockers.cpy".
           copy "taxcodes.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       01  wjoindate         pic 9(08) value zeros.
       01  wdiscamount       pic 9(07)v99 value zeros.
       01  wdisc-display     pic zzzzzz9,99.
       01  wtax-display      pic zzzzzz9,99.
       01  wdiscvalid        pic x(01) value "N".
       01  wl-fstatus        pic xx     value "00".
       01  wlockerbilled     pic 9(04) value zeros.
       01  wrent-display     pic zzzz9,99.
       01  wseqbump          pic 9(14) value zeros.
       01  wfrz-start-int    pic s9(09) comp.
       01  wfrz-end-int      pic s9(09) comp.
       01  wfrz-days         pic 9(04) value zeros.
       01  wfrz-stretch      pic 9(04) value zeros.
       01  wfrz-note         pic x(01) value "N".
       01  wretry9           pic 9(01) value zeros.
       01  wwritten          pic x(01) value "N".
       01  wrl-job           pic x(30) value "PAYMENTS-INVOICE".
      *> of reverse-engineering it from the last PAYMENTS row. The
      *> invoice number is drawn from the shared COUNTERS file the
      *> same way MEMBER-ID is; rerunning the job is safe because a
      *> member with an invoice still open is skipped. A member's
      *> freeze dates move or stretch the period (CONSIDER-FREEZE).
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           open input members
           end-if
           perform until wp-fstatus = "10"
                   or inv-login <> wmemberlogin
               if inv-open and inv-cat-dues
                   move "Y" to whasopeninv
               end-if
               read invoices next
           else
               move wtoday to wperiod-start
           end-if
           perform consider-freeze
           compute wdue-int = function integer-of-date(wperiod-start)
           if wdue-int - wtoday-int <= winvoice-lead-days
               perform raise-invoice
           move zeros to inv-paid
           move wperiod-start to inv-period-start
           compute wend-int = wdue-int + wtariff-period
           if wfrz-stretch > zeros and wfrz-start-int < wend-int
               add wfrz-stretch to wend-int
               move "Y" to wfrz-note
           end-if
           compute wperiod-end = function date-of-integer(wend-int)
           move wperiod-end   to inv-period-end
           move wperiod-start to inv-due-date
           move spaces to inv-disc-code
           move zeros  to inv-discount
           perform consider-proration
           if wfrz-note = "Y" and inv-calc = spaces
               move spaces to inv-calc
               string "FROZEN " delimited by size
                      freeze-start delimited by size
                      "-" delimited by size
                      freeze-end delimited by size
                      " +" delimited by size
                      wfrz-days delimited by size
                      " DAYS" delimited by size
                   into inv-calc
               end-string
           end-if
           perform consider-discount
           perform consider-tax
           set inv-open to true
           move spaces to inv-category
           move wtoday to inv-issued
           write reg-invoices
           add 1 to winvoicedcount
                   into report-line
               end-string
               write report-line
           end-if
           if inv-tax > zeros
               move inv-tax to wtax-display
               move spaces to report-line
               string "        INCL TAX " delimited by size
                      inv-tax-code delimited by size
                      " " delimited by size
                      wtax-display delimited by size
                   into report-line
               end-string
               write report-line
           end-if.
       consider-freeze.
      *> Frozen days are not billed. A freeze that has begun by the
      *> time the next period would start pushes that start on by
      *> the whole freeze -- time already paid for resumes after
      *> it, and a member with nothing paid resumes the day after
      *> it ends. A freeze starting later inside the period
      *> stretches that period's end by the frozen days instead. A
      *> freeze already ended before the period start is spent.
           move zeros to wfrz-stretch wfrz-days
           move "N" to wfrz-note
           if freeze-start not numeric or freeze-end not numeric
               exit paragraph
           end-if
           if freeze-end < wperiod-start
               exit paragraph
           end-if
           compute wfrz-start-int = function integer-of-date(
               function numval(freeze-start))
           compute wfrz-end-int = function integer-of-date(
               function numval(freeze-end))
           compute wfrz-days = wfrz-end-int - wfrz-start-int + 1
           if freeze-start > wperiod-start
               move wfrz-days to wfrz-stretch
               exit paragraph
           end-if
           if whaslastpayment = "Y"
               compute wdue-int = function integer-of-date(
                   wperiod-start) + wfrz-days
           else
               compute wdue-int = wfrz-end-int + 1
           end-if
           compute wperiod-start = function date-of-integer(wdue-int).
       consider-tax.
      *> The tax portion of the final (prorated, discounted) figure
      *> at the tier's code is stored on the invoice, so the statement
      *> can show it; dues stay exempt unless the tariff names a code.
           move wtariff-tax-code to wtax-code
           move "DU"             to wtax-category
           move inv-amount       to wtax-gross
           perform compute-tax
           move wtax-amount to inv-tax
           move wtax-code   to inv-tax-code.
       consider-discount.
      *> A discount or scholarship code on the member record takes
      *> its cut off the invoice automatically (after any first-
           end-string.
       copy "counter-next.cpy".
       copy "tariff-read.cpy".
       copy "tax-read.cpy".
