       file-control.
           copy "payments.sel".
           copy "refunds.sel".
           copy "secdeps.sel".
           select return-in assign to "bank-refund-ret.dat"
               organization is line sequential
               file status is wi-fstatus.
       file section.
           copy "payments.cpy".
           copy "refunds.cpy".
           copy "secdeps.cpy".
       fd  return-in.
       01  return-record.
           02 rr-seq            pic 9(09).
       01  wseqbump          pic 9(14) value zeros.
       01  wretry9           pic 9(01) value zeros.
       01  wwritten          pic x(01) value "N".
       01  ws-fstatus        pic xx     value "00".
       01  wdepfound         pic x(01) value "N".
       01  wrl-job           pic x(30) value "REFUND-RETURN".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
      *> anything else flips the refund to FAILED with the bank's
      *> reason, back in the queue screen's sight. Unknown sequence
      *> numbers land on the exceptions report, BANK-RETURN style.
      *> A security deposit coming back (reason DEPOSIT) is taken
      *> out of the deposit it repays -- category SD under that
      *> deposit's DEP-<id> login -- not off the member's balance,
      *> and its SECDEPS row is marked repaid.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           open input return-in
               close payments
               open i-o payments
           end-if
           open i-o secdeps
           if fstatus = "35"
               open output secdeps
               close secdeps
               open i-o secdeps
           end-if
           open output exceptions-out
           read return-in next record
               at end move "10" to wi-fstatus
           close return-in
           close refunds
           close payments
           close secdeps
           close exceptions-out
           move "OK   " to wrl-phase
           move wsettledcount to wrl-count
           move "REFUND" to pay-reason
           move "N" to pay-reversed
           move rfd-approved-by to pay-operator
           if rfd-reason = "DEPOSIT"
               perform find-refunded-deposit
               set pay-cat-deposit to true
               if wdepfound = "Y"
                   move spaces to pay-login
                   string "DEP-" delimited by size
                          sdp-id delimited by size
                       into pay-login
                   end-string
                   move sdp-pay-seq to pay-orig-seq
                   set sdp-refunded to true
                   rewrite reg-secdeps
               else
                   move spaces to exception-line
                   string "DEPOSIT NOT ON LEDGER FOR REFUND SEQ: "
                              delimited by size
                          rfd-seq delimited by size
                       into exception-line
                   end-string
                   write exception-line
               end-if
           end-if
      *> Several settlements for one login can share this second --
      *> bump-and-retry on a key clash, BANK-RETURN's idiom.
           move "N" to wwritten
                       move "Y" to wwritten
               end-write
           end-perform.
       find-refunded-deposit.
           move "N" to wdepfound
           move "00" to ws-fstatus
           move zeros to sdp-id
           start secdeps key is not less than sdp-id
               invalid key move "10" to ws-fstatus
           end-start
           if ws-fstatus not = "10"
               read secdeps next
                   at end move "10" to ws-fstatus
               end-read
           end-if
           perform until ws-fstatus = "10" or wdepfound = "Y"
               if sdp-refunding and sdp-refund-seq = rfd-seq
                   move "Y" to wdepfound
               else
                   read secdeps next
                       at end move "10" to ws-fstatus
                   end-read
               end-if
           end-perform.
