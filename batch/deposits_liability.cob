       identification division.
       program-id. deposits-liability.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "secdeps.sel".
           copy "payments.sel".
           select report-out assign to "deposits-liability.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "secdeps.cpy".
           copy "payments.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wp-fstatus        pic xx     value "00".
       01  wclose-month      pic x(06) value spaces.
       01  wym-y             pic 9(04) value zeros.
       01  wym-m             pic 9(02) value zeros.
       01  wcur-login        pic x(60) value spaces.
       01  wopening          pic s9(09)v99 value zeros.
       01  wtaken            pic s9(09)v99 value zeros.
       01  wrefunded         pic s9(09)v99 value zeros.
       01  wkept             pic s9(09)v99 value zeros.
       01  wclosing          pic s9(09)v99 value zeros.
       01  wrow-amount       pic s9(09)v99 value zeros.
       01  wtot-opening      pic s9(11)v99 value zeros.
       01  wtot-taken        pic s9(11)v99 value zeros.
       01  wtot-refunded     pic s9(11)v99 value zeros.
       01  wtot-kept         pic s9(11)v99 value zeros.
       01  wtot-closing      pic s9(11)v99 value zeros.
       01  wlivecount        pic 9(06) value zeros.
       01  wkind-display     pic x(06) value spaces.
       01  wstate-display    pic x(14) value spaces.
       01  wamt-display      pic -zzzzzz9,99.
       01  wtot-display      pic -zzzzzzzzz9,99.
       01  wrl-job           pic x(30) value "DEPOSITS-LIABILITY".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       liability-main.
      *> Month-end security deposit liability: what the club holds
      *> in refundable deposits on lockers, desk keys and lending
      *> items at the close of the month, deposit by deposit, with
      *> the month's movement (opening, taken, refunded, kept
      *> against damage, closing) for the treasurer to agree to the
      *> deposits-held account (GL category SD). Balances are rebuilt
      *> from the DEP- logins' run of PAYMENTS -- the same rows the
      *> journal books -- so a past month reports as it stood then;
      *> SECDEPS only supplies what each deposit is held against.
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
           open input secdeps
           if fstatus = "35"
               open output secdeps
               close secdeps
               open input secdeps
           end-if
           open output report-out
           move spaces to report-line
           string "SECURITY DEPOSIT LIABILITY AT CLOSE OF "
                  wclose-month
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "DEPOSIT    FOR    LOCKER/ITEM/KEY      TAKEN    "
                  "    HELD  STATUS          MEMBER"
               delimited by size into report-line
           end-string
           write report-line
           move "00" to wp-fstatus
           move "DEP-"     to pay-login
           move low-values to pay-seq
           start payments key is not less than pay-key
               invalid key move "10" to wp-fstatus
           end-start
           if wp-fstatus not = "10"
               read payments next
                   at end move "10" to wp-fstatus
               end-read
           end-if
           move spaces to wcur-login
           perform until wp-fstatus = "10"
                   or pay-login(1:4) not = "DEP-"
               if pay-login not = wcur-login
                   perform flush-deposit
                   move pay-login to wcur-login
               end-if
               if pay-cat-deposit and pay-seq(1:6) <= wclose-month
                   perform tally-deposit-row
               end-if
               read payments next
                   at end move "10" to wp-fstatus
               end-read
           end-perform
           perform flush-deposit
           close payments
           perform write-totals
           close report-out
           close secdeps
           display "DEPOSITS HELD: " wlivecount
           move "OK   " to wrl-phase
           move wlivecount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       tally-deposit-row.
      *> Money in is the deposit payment; money out is a debit
      *> adjustment -- DEPKEPT where it met a damage charge, anything
      *> else (the bank refund, a reversal) handed back.
           if pay-kind-reversal or pay-kind-adj-debit
               compute wrow-amount = zero - pay-amount
           else
               move pay-amount to wrow-amount
           end-if
      *> Everything before the month rolls into the opening balance.
           if pay-seq(1:6) < wclose-month
               add wrow-amount to wopening
               exit paragraph
           end-if
           evaluate true
               when wrow-amount > zeros
                   add wrow-amount to wtaken
               when pay-reason = "DEPKEPT"
                   subtract wrow-amount from wkept
               when other
                   subtract wrow-amount from wrefunded
           end-evaluate.
       flush-deposit.
           if wcur-login = spaces
               exit paragraph
           end-if
           compute wclosing = wopening + wtaken - wrefunded - wkept
           add wopening  to wtot-opening
           add wtaken    to wtot-taken
           add wrefunded to wtot-refunded
           add wkept     to wtot-kept
           add wclosing  to wtot-closing
           if wclosing not = zeros
               perform write-deposit-line
           end-if
           move zeros to wopening wtaken wrefunded wkept wclosing.
       write-deposit-line.
           add 1 to wlivecount
           move spaces to wkind-display wstate-display
           initialize reg-secdeps
           if wcur-login(5:9) is numeric
               move wcur-login(5:9) to sdp-id
               read secdeps invalid key
                   initialize reg-secdeps
                   move "NOT ON LEDGER" to wstate-display
               end-read
           end-if
           evaluate true
               when sdp-for-locker move "LOCKER" to wkind-display
               when sdp-for-loan   move "ITEM"   to wkind-display
               when sdp-for-key    move "KEY"    to wkind-display
           end-evaluate
           if wstate-display = spaces
               evaluate true
                   when sdp-held
                       move "HELD"          to wstate-display
                   when sdp-refunding
                       move "REFUND QUEUED" to wstate-display
                   when other
                       move "SETTLED SINCE" to wstate-display
               end-evaluate
           end-if
           move wclosing to wamt-display
           move spaces to report-line
           string wcur-login(5:9) delimited by size
                  "  " delimited by size
                  wkind-display delimited by size
                  " " delimited by size
                  sdp-ref delimited by size
                  " " delimited by size
                  sdp-taken delimited by size
                  " " delimited by size
                  wamt-display delimited by size
                  "  " delimited by size
                  wstate-display delimited by size
                  "  " delimited by size
                  sdp-login delimited by size
               into report-line
           end-string
           write report-line.
       write-totals.
           move spaces to report-line
           write report-line
           move wtot-opening to wtot-display
           move spaces to report-line
           string "OPENING LIABILITY:   " wtot-display
               delimited by size into report-line
           end-string
           write report-line
           move wtot-taken to wtot-display
           move spaces to report-line
           string "TAKEN IN MONTH:      " wtot-display
               delimited by size into report-line
           end-string
           write report-line
           move wtot-refunded to wtot-display
           move spaces to report-line
           string "REFUNDED IN MONTH:   " wtot-display
               delimited by size into report-line
           end-string
           write report-line
           move wtot-kept to wtot-display
           move spaces to report-line
           string "KEPT AGAINST CHARGES:" wtot-display
               delimited by size into report-line
           end-string
           write report-line
           move wtot-closing to wtot-display
           move spaces to report-line
           string "CLOSING LIABILITY:   " wtot-display
                  "  (" wlivecount " DEPOSITS)"
               delimited by size into report-line
           end-string
           write report-line.
