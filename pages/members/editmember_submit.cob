           copy "payments.sel".
           copy "counters.sel".
           copy "memevents.sel".
           copy "camprcp.sel".
           copy "payhold.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "payments.cpy".
       copy "counters.cpy".
       copy "memevents.cpy".
       copy "camprcp.cpy".
       copy "payhold.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
           02 filler         pic x(5443).
       01  wadjamount-n      pic 9(07)v99 value zeros.
       01  wblockdate-n      pic 9(08) value zeros.
       01  wpref-narrowed    pic x(01) value "N".
       copy "lnk-general.cpy".
       procedure division.
           display
           move warray(10) to wadjamount
           move wtoken-in to wtoken
           perform validate-token.
           move warray(2)(33:16) to wformkey-in
           perform validate-form-key.

      *>    display "RETORNO:" "<br>"
      *>    display "1-" warray(1) "<br>"
                   move "INVALID ADJUSTMENT AMOUNT !!" to wmsgweb
               else
                   move wadjamount to wadjamount-n
      *> Over the approval limit it waits in PAYHOLD for a second
      *> staff login, as the corrections desk's credits do.
                   move "A"          to whld-type
                   move wlogin       to whld-login
                   move wadjamount-n to whld-amount
                   move "BALADJ"     to whld-reason
                   move "N"          to whld-override
                   perform hold-if-over-threshold
                   if whld-held = "N"
                       perform post-balance-adjustment
                   end-if
               end-if
           end-if.
       post-balance-adjustment.
           open i-o payments
           if fstatus = "35"
               open output payments
               close payments
               open i-o payments
           end-if
           initialize reg-payments
           move wlogin to pay-login
           move function current-date(1:14) to pay-seq
           move wadjamount-n to pay-amount
           move "ADJUSTMENT" to pay-method
           move spaces to pay-due-date
           set pay-kind-adj-credit to true
           move "BALADJ" to pay-reason
           move spaces to pay-orig-seq
           move "N" to pay-reversed
           move zeros to pay-receipt
           move wsessionlogin to pay-operator
           write reg-payments
           close payments
           move "BALANCE-ADJ" to waudit-op
           perform write-audit.
       block-member.
      *> Timed suspension: the block form carries the end date in
      *> the STREET slot (first 8 bytes -- the whole x(120) slot is
      *> AUTHORIZE-EDIT path already performed above.
           if wname(1:1) = "B" or wname(1:1) = "E"
                   or wname(1:1) = "S" or wname(1:1) = "N"
               move "N" to wpref-narrowed
               if (contact-both or contact-email-only)
                       and wname(1:1) not = "B"
                       and wname(1:1) not = "E"
                   move "Y" to wpref-narrowed
               end-if
               if (contact-both or contact-sms-only)
                       and wname(1:1) not = "B"
                       and wname(1:1) not = "S"
                   move "Y" to wpref-narrowed
               end-if
               move wname(1:1) to contact-pref
               rewrite reg-members
               move "CONTACTPREF" to waudit-op
               perform write-audit
      *> Giving up a channel soon after a campaign is counted
      *> against that campaign.
               if wpref-narrowed = "Y"
                   move login to wcmo-login
                   move "PREF" to wcmo-how
                   perform campaign-optout
               end-if
           else
               move "INVALID CONTACT PREFERENCE (B/E/S/N) !!"
                   to wmsgweb
       copy "permission-check.cpy".
       copy "field-access.cpy".
       copy "audit-log.cpy".
       copy "campaign-optout.cpy".
       copy "lifecycle-event.cpy".
       copy "counter-next.cpy".
       copy "payhold-hold.cpy".
       copy "counter-read.cpy".
       copy "maint-check.cpy".
       copy "password-check.cpy".
