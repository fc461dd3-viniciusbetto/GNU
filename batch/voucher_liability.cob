       identification division.
       program-id. voucher-liability.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "vouchers.sel".
           copy "payments.sel".
           select report-out assign to "voucher-liability.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "vouchers.cpy".
           copy "payments.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       78  wmax-vouchers     value 3000.
       01  wclose-month      pic x(06) value spaces.
       01  wym-y             pic 9(04) value zeros.
       01  wym-m             pic 9(02) value zeros.
       01  wvc-count         pic 9(04) value zeros.
       01  wvc-table.
           02 wvc-entry occurs 3000 times.
               03 wvc-no         pic 9(09).
               03 wvc-opening    pic s9(09)v99.
               03 wvc-sold       pic s9(09)v99.
               03 wvc-spent      pic s9(09)v99.
               03 wvc-lapsed     pic s9(09)v99.
       01  wvc-idx           pic 9(04) value zeros.
       01  wfound-v          pic x(01) value "N".
       01  wovf-vouchers     pic 9(06) value zeros.
       01  wclosing          pic s9(09)v99 value zeros.
       01  wtot-opening      pic s9(11)v99 value zeros.
       01  wtot-sold         pic s9(11)v99 value zeros.
       01  wtot-spent        pic s9(11)v99 value zeros.
       01  wtot-lapsed       pic s9(11)v99 value zeros.
       01  wtot-closing      pic s9(11)v99 value zeros.
       01  wlivecount        pic 9(06) value zeros.
       01  wamt-display      pic -zzzzzz9,99.
       01  wtot-display      pic -zzzzzzzzz9,99.
       01  wrl-job           pic x(30) value "VOUCHER-LIABILITY".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       liability-main.
      *> Month-end gift-voucher liability: what the club still owes
      *> voucher holders at the close of the month, voucher by
      *> voucher, with the month's movement (opening, sold, spent,
      *> lapsed, closing) for the treasurer to agree to the voucher
      *> liability account. Balances are rebuilt from PAYMENTS --
      *> category GV sale rows in, VOUCHER-tendered rows out (the
      *> expiry sweep's category VX rows counted as lapsed) -- so a
      *> past month reports as it stood then, not as it stands now.
      *> CLOSE_MONTH (CCYYMM) overrides the month that just ended.
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
           end-if
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           open input payments
           if fstatus not = zeros
               display "ERRO ABRINDO payments: " fstatus
               stop run
           end-if
           read payments next
           perform until fstatus = "10"
               if pay-kind-payment and pay-seq(1:6) <= wclose-month
                   if pay-cat-voucher or pay-by-voucher
                       perform tally-voucher-row
                   end-if
               end-if
               read payments next
           end-perform
           close payments
           open input vouchers
           if fstatus = "35"
               open output vouchers
               close vouchers
               open input vouchers
           end-if
           open output report-out
           perform write-liability
           close report-out
           close vouchers
           move "OK   " to wrl-phase
           move wlivecount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       tally-voucher-row.
           move "N" to wfound-v
           perform varying wvc-idx from 1 by 1
                   until wvc-idx > wvc-count or wfound-v = "Y"
               if wvc-no(wvc-idx) = pay-voucher
                   move "Y" to wfound-v
               end-if
           end-perform
           if wfound-v = "Y"
               subtract 1 from wvc-idx
           else
               if wvc-count >= wmax-vouchers
                   add 1 to wovf-vouchers
                   exit paragraph
               end-if
               add 1 to wvc-count
               move wvc-count to wvc-idx
               move pay-voucher to wvc-no(wvc-idx)
               move zeros to wvc-opening(wvc-idx) wvc-sold(wvc-idx)
                   wvc-spent(wvc-idx) wvc-lapsed(wvc-idx)
           end-if
      *> Everything before the month rolls into the opening balance.
           if pay-seq(1:6) < wclose-month
               if pay-cat-voucher
                   add pay-amount to wvc-opening(wvc-idx)
               else
                   subtract pay-amount from wvc-opening(wvc-idx)
               end-if
               exit paragraph
           end-if
           evaluate true
               when pay-cat-voucher
                   add pay-amount to wvc-sold(wvc-idx)
               when pay-cat-lapsed-gv
                   add pay-amount to wvc-lapsed(wvc-idx)
               when other
                   add pay-amount to wvc-spent(wvc-idx)
           end-evaluate.
       write-liability.
           move spaces to report-line
           string "GIFT VOUCHER LIABILITY AT CLOSE OF " wclose-month
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move "VOUCHER    ISSUED   EXPIRES   BALANCE     BOUGHT BY"
               to report-line
           write report-line
           perform varying wvc-idx from 1 by 1
                   until wvc-idx > wvc-count
               compute wclosing = wvc-opening(wvc-idx)
                   + wvc-sold(wvc-idx) - wvc-spent(wvc-idx)
                   - wvc-lapsed(wvc-idx)
               add wvc-opening(wvc-idx) to wtot-opening
               add wvc-sold(wvc-idx)    to wtot-sold
               add wvc-spent(wvc-idx)   to wtot-spent
               add wvc-lapsed(wvc-idx)  to wtot-lapsed
               add wclosing             to wtot-closing
               if wclosing not = zeros
                   perform write-voucher-line
               end-if
           end-perform
           move spaces to report-line
           write report-line
           move wtot-opening to wtot-display
           move spaces to report-line
           string "OPENING LIABILITY:   " wtot-display
               delimited by size into report-line
           end-string
           write report-line
           move wtot-sold to wtot-display
           move spaces to report-line
           string "SOLD IN MONTH:       " wtot-display
               delimited by size into report-line
           end-string
           write report-line
           move wtot-spent to wtot-display
           move spaces to report-line
           string "SPENT IN MONTH:      " wtot-display
               delimited by size into report-line
           end-string
           write report-line
           move wtot-lapsed to wtot-display
           move spaces to report-line
           string "LAPSED TO INCOME:    " wtot-display
               delimited by size into report-line
           end-string
           write report-line
           move wtot-closing to wtot-display
           move spaces to report-line
           string "CLOSING LIABILITY:   " wtot-display
                  "  (" wlivecount " VOUCHERS)"
               delimited by size into report-line
           end-string
           write report-line
           if wovf-vouchers > zeros
               move spaces to report-line
               string "VOUCHER TABLE FULL -- " wovf-vouchers
                      " ROW(S) NOT COUNTED"
                   delimited by size into report-line
               end-string
               write report-line
           end-if.
       write-voucher-line.
           add 1 to wlivecount
           move wvc-no(wvc-idx) to vch-no
           read vouchers invalid key
               move spaces to vch-issued vch-expires vch-buyer
           end-read
           move wclosing to wamt-display
           move spaces to report-line
           string wvc-no(wvc-idx) delimited by size
                  "  " delimited by size
                  vch-issued delimited by size
                  " " delimited by size
                  vch-expires delimited by size
                  " " delimited by size
                  wamt-display delimited by size
                  "  " delimited by size
                  vch-buyer delimited by size
               into report-line
           end-string
           write report-line.
