       01  wexpcount         pic 9(06) value zeros.
       01  wexp-display      pic -zzzzzzzzz9,99.
       01  wexists           pic x(01) value "N".
       01  wq-fstatus        pic xx     value "00".
       01  wprior-month      pic x(06) value spaces.
       01  wprior-cash       pic s9(11)v99 value zeros.
       01  wvouchertotal     pic s9(11)v99 value zeros.
       01  wpointstotal      pic s9(11)v99 value zeros.
       01  wcash-display     pic -zzzzzzzzz9,99.
       01  wamt-display      pic -zzzzzzzzz9,99.
       01  wrl-job           pic x(30) value "PERIOD-CLOSE".
       01  wrl-phase         pic x(05) value spaces.
               open i-o periods
           end-if
           open output report-out
           perform find-prior-cash
           move wclose-month to per-month
           move "N" to wexists
           read periods invalid key
           move function current-date(1:8) to per-closed-on
           move wexptotal to per-exp-total
           move wexpcount to per-exp-count
      *> Takings met from a gift voucher brought no money in -- the
      *> cash came with the voucher's sale -- and neither did those
      *> met from loyalty points.
           compute per-cash-close = wprior-cash + wtotal
               - wvouchertotal - wpointstotal - wexptotal
           if wexists = "Y"
               rewrite reg-periods
           else
               into report-line
           end-string
           write report-line
           move per-cash-close to wcash-display
           move spaces to report-line
           string "CASH POSITION AT CLOSE: " delimited by size
                  wcash-display delimited by size
                  "  (BROUGHT FORWARD FROM " delimited by size
                  wprior-month delimited by size
                  ")" delimited by size
               into report-line
           end-string
           write report-line
           close report-out
           move "OK   " to wrl-phase
           move wrowcount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       find-prior-cash.
      *> The cash position carries forward from the latest month
      *> already closed before this one; the first month ever closed
      *> starts from nothing.
           move spaces to wprior-month
           move zeros to wprior-cash
           move "00" to wq-fstatus
           move low-values to per-month
           start periods key is not less than per-month
               invalid key move "10" to wq-fstatus
           end-start
           if wq-fstatus not = "10"
               read periods next
                   at end move "10" to wq-fstatus
               end-read
           end-if
           perform until wq-fstatus = "10"
                   or per-month >= wclose-month
               if period-closed
                   move per-month      to wprior-month
                   move per-cash-close to wprior-cash
               end-if
               read periods next
                   at end move "10" to wq-fstatus
               end-read
           end-perform.
       tally-expenses.
      *> The month's expense book freezes into the same PERIODS row
      *> the takings do, so the closed month's surplus is as
                   or pay-kind-tab
               exit paragraph
           end-if
      *> A booking refund nets off its open hire charge -- out too.
           if pay-kind-adj-credit and pay-cat-booking
               exit paragraph
           end-if
           add 1 to wrowcount
           if pay-kind-reversal or pay-kind-adj-debit
               subtract pay-amount from wtotal
           else
               add pay-amount to wtotal
           end-if
           if pay-kind-payment and pay-by-voucher
               add pay-amount to wvouchertotal
           end-if
           if pay-kind-payment and pay-by-points
               add pay-amount to wpointstotal
           end-if.
