           copy "quals.sel".
           copy "loans.sel".
           copy "payments.sel".
           copy "secdeps.sel".
           copy "refunds.sel".
           copy "counters.sel".
           copy "audit.sel".
           copy "errlog.sel".
       copy "quals.cpy".
       copy "loans.cpy".
       copy "payments.cpy".
       copy "secdeps.cpy".
       copy "refunds.cpy".
       copy "counters.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       01  wreqcert          pic x(08) value spaces.
       01  wchargeamt        pic 9(07)v99 value zeros.
       01  wcharge-display   pic zzzzzz9,99.
       01  wloan-out         pic x(14) value spaces.
       01  wcharge-seq       pic x(14) value spaces.
       01  wdep-display      pic zzzzzz9,99.
       01  wdep-msg          pic x(200) value spaces.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 witemcost      pic x(10).
           02 wretreason     pic x(30).
           02 wreqcert-in    pic x(08).
           02 wdeposit-in    pic x(10).
           02 wpaymethod-in  pic x(20).
           02 filler         pic x(5705).
       copy "lnk-general.cpy".
       procedure division.
      *> Write side of the lending desk. Check-out is refused for a
      *> member holding an overdue loan or whose dues standing is
      *> bad (same last-due walk the overdue job uses) -- the
      *> blocked-borrowing rule. Check-in closes the newest open
      *> loan for the item and frees it. A refundable deposit taken
      *> at check-out goes back through the refund queue on a sound
      *> return, or is kept against the replacement charge on a
      *> damaged or lost one. All staff-only.
           display
              "Content-type: text/html"
               newline
           move warray(6) to witemcost
           move warray(7) to wretreason
           move warray(8) to wreqcert-in
           move warray(9) to wdeposit-in
           move warray(10) to wpaymethod-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
               move "MEMBER NOT IN GOOD STANDING !!" to wmsgweb
               exit paragraph
           end-if
           move zeros to wdep-amount
           if wdeposit-in not = spaces
               if function test-numval(wdeposit-in) not = 0
                   move "INVALID DEPOSIT AMOUNT !!" to wmsgweb
                   exit paragraph
               end-if
               move function numval(wdeposit-in) to wdep-amount
           end-if
           perform check-borrowing-blocked
           if wblocked = "Y"
               move spaces to wmsgweb
           move function date-of-integer(wdue-int) to loan-due
           move spaces to loan-returned
           write reg-loans
           move loan-out to wloan-out
           close loans
           move wmlogin to wlogin
           move "LOAN-OUT" to waudit-op
           perform write-audit
           move "ITEM CHECKED OUT." to wmsgweb
           if wdep-amount > zeros
               perform take-loan-deposit
           end-if.
       take-loan-deposit.
           move wmlogin to wdep-login
           move "I" to wdep-kind
           move spaces to wdep-ref
           string witem-n delimited by size
                  wloan-out delimited by size
               into wdep-ref
           end-string
           move wpaymethod-in to wdep-method
           perform take-deposit
           if wdep-id = zeros
               exit paragraph
           end-if
           move "DEPOSIT-TAKE" to waudit-op
           move wdep-ref to waudit-new-name
           perform write-audit
           move wdep-amount to wdep-display
           move spaces to wmsgweb
           string "ITEM CHECKED OUT -- DEPOSIT " delimited by size
                  wdep-display delimited by size
                  " TAKEN, RECEIPT " delimited by size
                  wdep-receipt delimited by size
                  "." delimited by size
               into wmsgweb
           end-string.
       release-loan-deposit.
      *> WLOAN-OUT is the loan just closed; WDEP-CHARGE and
      *> WDEP-CHARGE-SEQ the replacement charge, if any. A loan with
      *> no deposit on it leaves the message as it was.
           move "I" to wdep-kind
           move spaces to wdep-ref
           string witem-n delimited by size
                  wloan-out delimited by size
               into wdep-ref
           end-string
           perform release-deposit
           if wdep-found = "N"
               exit paragraph
           end-if
           move wdep-ref to waudit-new-name
           if wdep-kept > zeros
               move "DEPOSIT-KEPT" to waudit-op
               perform write-audit
               move wdep-ref to waudit-new-name
           end-if
           if wdep-back > zeros
               move "DEPOSIT-REFUND" to waudit-op
               perform write-audit
           end-if
           move wdep-kept to wcharge-display
           move wdep-back to wdep-display
           move spaces to wdep-msg
           string wmsgweb delimited by "  "
                  " DEPOSIT KEPT " delimited by size
                  wcharge-display delimited by size
                  ", REFUND QUEUED " delimited by size
                  wdep-display delimited by size
                  "." delimited by size
               into wdep-msg
           end-string
           move wdep-msg to wmsgweb.
       check-in.
           move function numval(witem-in) to witem-n
           if witem-n = zeros
                   move function current-date(1:8) to loan-returned
                   rewrite reg-loans
                   move loan-login to wlogin
                   move loan-out to wloan-out
               end-if
               read loans next
                   at end move "10" to wl-fstatus
                   to wmsgweb
           else
               move "ITEM CHECKED IN." to wmsgweb
           end-if
           move zeros to wdep-charge
           move spaces to wdep-charge-seq
           perform release-loan-deposit.
       return-damaged.
           move "D" to wretkind
           perform return-with-charge.
                   move function current-date(1:8) to loan-returned
                   rewrite reg-loans
                   move loan-login to wlogin
                   move loan-out to wloan-out
               end-if
               read loans next
                   at end move "10" to wl-fstatus
               rewrite reg-items
           end-read
           close items
           move spaces to wcharge-seq
           if wchargeamt > zeros
               perform post-replacement-charge
           end-if
           else
               move "RETURN RECORDED -- NO REPLACEMENT COST ON FILE."
                   to wmsgweb
           end-if
           move wchargeamt to wdep-charge
           move wcharge-seq to wdep-charge-seq
           perform release-loan-deposit.
       post-replacement-charge.
           open i-o payments
           if fstatus = "35"
           set pay-cat-tab to true
           move wsessionlogin to pay-operator
           write reg-payments
           move pay-seq to wcharge-seq
           close payments.
       place-hold.
      *> Desk puts a member in the queue for an out-on-loan item --
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "counter-next.cpy".
           copy "deposit-post.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
