       take-deposit.
      *> Caller sets WDEP-LOGIN (the member), WDEP-KIND and WDEP-REF
      *> (what the deposit is held against, as on SECDEPS),
      *> WDEP-AMOUNT and WDEP-METHOD (blank is CASH) before the
      *> perform; SECDEPS, PAYMENTS and COUNTERS must be declared.
      *> The money comes in as a receipted payment, category SD,
      *> under the pseudo-login DEP-<id> -- a liability, so it never
      *> sits on the member's balance as a credit to be netted off
      *> dues -- and the ledger row records what it is held against.
      *> WDEP-ID and WDEP-RECEIPT come back set -- WDEP-ID zero, with
      *> WMSGWEB saying why, when nothing could be written.
           move zeros to wdep-id
           if wdep-amount = zeros
               exit paragraph
           end-if
           open i-o secdeps
           if fstatus = "35"
               open output secdeps
               close secdeps
               open i-o secdeps
           end-if
           if fstatus not = zeros
               move "DEPOSIT FILE UNAVAILABLE !!" to wmsgweb
               exit paragraph
           end-if
           open i-o payments
           if fstatus = "35"
               open output payments
               close payments
               open i-o payments
           end-if
           if fstatus not = zeros
               move "PAYMENTS FILE UNAVAILABLE !!" to wmsgweb
               close secdeps
               exit paragraph
           end-if
           move "SECDEP-ID" to wcountername
           perform next-counter
           move wcountervalue to wdep-id
           initialize reg-payments
           move spaces to pay-login
           string "DEP-" delimited by size
                  wdep-id delimited by size
               into pay-login
           end-string
           move function current-date(1:14) to pay-seq
           move wdep-amount to pay-amount
           if wdep-method = spaces
               move "CASH" to pay-method
           else
               move wdep-method to pay-method
           end-if
           move spaces to pay-due-date
           set pay-kind-payment to true
           move "DEPOSIT" to pay-reason
           move "N" to pay-reversed
           move "RECEIPT-NO" to wcountername
           perform next-counter
           move wcountervalue to pay-receipt
           move wcountervalue to wdep-receipt
           move wsessionlogin to pay-operator
           set pay-cat-deposit to true
           write reg-payments
           initialize reg-secdeps
           move wdep-id     to sdp-id
           move wdep-login  to sdp-login
           move wdep-kind   to sdp-kind
           move wdep-ref    to sdp-ref
           move wdep-amount to sdp-amount
           move pay-seq(1:8) to sdp-taken
           move pay-seq     to sdp-pay-seq
           move pay-receipt to sdp-receipt
           set sdp-held to true
           move wsessionlogin to sdp-staff
           write reg-secdeps
           close payments
           close secdeps.
       release-deposit.
      *> Caller sets WDEP-KIND and WDEP-REF for the locker vacated,
      *> the loan returned or the key handed back, and WDEP-CHARGE
      *> with WDEP-CHARGE-SEQ for an open damage or loss charge the
      *> deposit meets first (zeros and spaces when it came back
      *> sound); REFUNDS is needed on top of TAKE-DEPOSIT's files.
      *> The part kept settles the charge; the rest goes to the
      *> refund queue and leaves the liability when REFUND-RETURN
      *> sees the bank confirm it. WDEP-FOUND says whether a held
      *> deposit was on file, WDEP-KEPT and WDEP-BACK the split.
           move "N" to wdep-found
           move zeros to wdep-kept wdep-back
           open i-o secdeps
           if fstatus not = zeros
               exit paragraph
           end-if
           perform find-held-deposit
           if wdep-found = "N"
               close secdeps
               exit paragraph
           end-if
           move sdp-id    to wdep-id
           move sdp-login to wdep-login
           if wdep-charge > sdp-amount
               move sdp-amount to wdep-kept
           else
               move wdep-charge to wdep-kept
           end-if
           compute wdep-back = sdp-amount - wdep-kept
           if wdep-kept > zeros
               perform keep-deposit-money
           end-if
           if wdep-back > zeros
               perform queue-deposit-refund
           end-if
           move wdep-kept to sdp-kept-amt
           move wdep-back to sdp-refund-amt
           if wdep-back > zeros
               set sdp-refunding to true
           else
               set sdp-kept to true
           end-if
           move function current-date(1:8) to sdp-closed
           move wsessionlogin to sdp-staff
           rewrite reg-secdeps
           close secdeps.
       find-held-deposit.
           move "00" to wdep-fstatus
           move zeros to sdp-id
           start secdeps key is not less than sdp-id
               invalid key move "10" to wdep-fstatus
           end-start
           if wdep-fstatus not = "10"
               read secdeps next
                   at end move "10" to wdep-fstatus
               end-read
           end-if
           perform until wdep-fstatus = "10" or wdep-found = "Y"
               if sdp-held and sdp-kind = wdep-kind
                       and sdp-ref = wdep-ref
                   move "Y" to wdep-found
               else
                   read secdeps next
                       at end move "10" to wdep-fstatus
                   end-read
               end-if
           end-perform.
       keep-deposit-money.
      *> Two rows that net to no cash: the kept part comes out of the
      *> deposit liability (debit adjustment under DEP-<id>) and is
      *> tendered as a receipted payment against the member's open
      *> charge, method DEPOSIT, so the tab balance clears and the
      *> damage books as bar-and-tab income like any paid charge.
           open i-o payments
           if fstatus not = zeros
               move zeros to wdep-kept
               compute wdep-back = sdp-amount
               exit paragraph
           end-if
           initialize reg-payments
           move spaces to pay-login
           string "DEP-" delimited by size
                  sdp-id delimited by size
               into pay-login
           end-string
           move function current-date(1:14) to pay-seq
           move wdep-kept to pay-amount
           move "DEPOSIT" to pay-method
           move spaces to pay-due-date
           set pay-kind-adj-debit to true
           move "DEPKEPT" to pay-reason
           move sdp-pay-seq to pay-orig-seq
           move "N" to pay-reversed
           move wsessionlogin to pay-operator
           set pay-cat-deposit to true
           perform write-deposit-row
           initialize reg-payments
           move sdp-login to pay-login
           move function current-date(1:14) to pay-seq
           move wdep-kept to pay-amount
           move "DEPOSIT" to pay-method
           move spaces to pay-due-date
           set pay-kind-payment to true
           move "DEPKEPT" to pay-reason
           move wdep-charge-seq to pay-orig-seq
           move "N" to pay-reversed
           move "RECEIPT-NO" to wcountername
           perform next-counter
           move wcountervalue to pay-receipt
           move wsessionlogin to pay-operator
           set pay-cat-tab to true
           perform write-deposit-row
           close payments.
       write-deposit-row.
      *> The charge being met was posted this same second under the
      *> same login -- bump-and-retry on the key clash.
           move "N" to wdep-written
           move zeros to wdep-retry
           perform until wdep-written = "Y" or wdep-retry > 5
               write reg-payments
                   invalid key
                       add 1 to wdep-retry
                       move pay-seq to wdep-seqbump
                       add 1 to wdep-seqbump
                       move wdep-seqbump to pay-seq
                   not invalid key
                       move "Y" to wdep-written
               end-write
           end-perform.
       queue-deposit-refund.
           open i-o refunds
           if fstatus = "35"
               open output refunds
               close refunds
               open i-o refunds
           end-if
           if fstatus not = zeros
               exit paragraph
           end-if
           move "REFUND-SEQ" to wcountername
           perform next-counter
           move wcountervalue to rfd-seq
           move sdp-login to rfd-login
           move wdep-back to rfd-amount
           move "DEPOSIT" to rfd-reason
           move function current-date(1:8) to rfd-requested
           move wsessionlogin to rfd-approved-by
           set rfd-queued to true
           move spaces to rfd-sent-on
           move spaces to rfd-result
           write reg-refunds
           close refunds
           move rfd-seq to sdp-refund-seq.
