           copy "bookings.sel".
           copy "lockers.sel".
           copy "refunds.sel".
           copy "secdeps.sel".
           copy "counters.sel".
           copy "memevents.sel".
           copy "audit.sel".
       copy "bookings.cpy".
       copy "lockers.cpy".
       copy "refunds.cpy".
       copy "secdeps.cpy".
       copy "counters.cpy".
       copy "memevents.cpy".
       copy "audit.cpy".
           move warray(4) to wnotice-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(2)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
           close bookings.
       release-member-lockers.
      *> The leaver's lockers go back in the pool -- locker 47 will
      *> not belong to anyone who is gone -- and any deposit held on
      *> one is queued back to them.
           open i-o lockers
           if fstatus not = zeros
               exit paragraph
                   move spaces to lkr-login
                   set lkr-free to true
                   rewrite reg-lockers
                   perform release-locker-deposit
               end-if
               read lockers next
                   at end move "10" to wl-fstatus
               end-read
           end-perform
           close lockers.
       release-locker-deposit.
           move "L" to wdep-kind
           move lkr-id to wdep-ref
           move zeros to wdep-charge
           move spaces to wdep-charge-seq
           perform release-deposit
           if wdep-back > zeros
               move "DEPOSIT-REFUND" to waudit-op
               move wdep-ref to waudit-new-name
               perform write-audit
           end-if.
       compute-settlement.
      *> Statement arithmetic: charges (reversals, debit
      *> adjustments, late fees, tab) push the balance up, payments
           copy "permission-check.cpy".
           copy "counter-next.cpy".
           copy "counter-adjust.cpy".
           copy "deposit-post.cpy".
           copy "audit-log.cpy".
           copy "lifecycle-event.cpy".
           copy "errorlog-write.cpy".
