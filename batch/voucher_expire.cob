       identification division.
       program-id. voucher-expire.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "vouchers.sel".
           copy "payments.sel".
           select report-out assign to "voucher-expire.txt"
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
       01  wv-fstatus        pic xx     value "00".
       01  wsweep-date       pic x(08) value spaces.
       01  wseqbump          pic 9(14) value zeros.
       01  wretry9           pic 9(01) value zeros.
       01  wwritten          pic x(01) value "N".
       01  wlapsedcount      pic 9(06) value zeros.
       01  wlapsedtotal      pic 9(09)v99 value zeros.
       01  wamt-display      pic zzzzzz9,99.
       01  wtot-display      pic zzzzzzzz9,99.
       01  wrl-job           pic x(30) value "VOUCHER-EXPIRE".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       expire-main.
      *> Nightly gift-voucher expiry sweep: a live voucher whose
      *> expiry date has passed with money still on it lapses. The
      *> remaining balance posts to PAYMENTS under the voucher
      *> pseudo-account as a VOUCHER-tendered row of category VX --
      *> the same shape as any voucher spend, so GL-EXPORT takes it
      *> out of the voucher liability, and category VX books it to
      *> lapsed-voucher income. VOUCHER_DATE (CCYYMMDD) overrides
      *> today for a rerun.
           accept wsweep-date from environment "VOUCHER_DATE"
           if wsweep-date = spaces or wsweep-date not numeric
               move function current-date(1:8) to wsweep-date
           end-if
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           open i-o vouchers
           if fstatus = "35"
               open output vouchers
               close vouchers
               open i-o vouchers
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO vouchers: " fstatus
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
               close vouchers
               stop run
           end-if
           open output report-out
           move spaces to report-line
           string "GIFT VOUCHERS LAPSED " wsweep-date
               delimited by size into report-line
           end-string
           write report-line
           move "00" to wv-fstatus
           move zeros to vch-no
           start vouchers key is not less than vch-no
               invalid key move "10" to wv-fstatus
           end-start
           if wv-fstatus not = "10"
               read vouchers next
                   at end move "10" to wv-fstatus
               end-read
           end-if
           perform until wv-fstatus = "10"
               if vch-live and vch-expires < wsweep-date
                   perform lapse-voucher
               end-if
               read vouchers next
                   at end move "10" to wv-fstatus
               end-read
           end-perform
           move wlapsedtotal to wtot-display
           move spaces to report-line
           string "VOUCHERS LAPSED: " wlapsedcount
                  "  MOVED TO INCOME: " wtot-display
               delimited by size into report-line
           end-string
           write report-line
           close vouchers
           close payments
           close report-out
           move "OK   " to wrl-phase
           move wlapsedcount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       lapse-voucher.
      *> A live voucher that was spent down to nothing has no money
      *> to move; it just stops being live.
           if vch-balance > zeros
               perform post-lapsed-balance
               if wwritten not = "Y"
                   exit paragraph
               end-if
           end-if
           move vch-balance to vch-lapsed-amt
           move wsweep-date to vch-lapsed-on
           move zeros to vch-balance
           set vch-lapsed to true
           rewrite reg-vouchers
           add 1 to wlapsedcount
           add vch-lapsed-amt to wlapsedtotal
           move vch-lapsed-amt to wamt-display
           move spaces to report-line
           string vch-no delimited by size
                  "  EXPIRED " delimited by size
                  vch-expires delimited by size
                  "  " delimited by size
                  wamt-display delimited by size
                  "  " delimited by size
                  vch-buyer delimited by size
               into report-line
           end-string
           write report-line.
       post-lapsed-balance.
           initialize reg-payments
           move spaces to pay-login
           string "VOUCHER-" delimited by size
                  vch-no delimited by size
               into pay-login
           end-string
           move function current-date(1:14) to pay-seq
           move vch-balance to pay-amount
           set pay-by-voucher to true
           move spaces to pay-due-date
           set pay-kind-payment to true
           move "LAPSED" to pay-reason
           move spaces to pay-orig-seq
           move "N" to pay-reversed
           move zeros to pay-receipt
           move "VOUCHER-EXPIRE" to pay-operator
           set pay-cat-lapsed-gv to true
           move zeros  to pay-tax
           move spaces to pay-tax-code
           move vch-no to pay-voucher
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
