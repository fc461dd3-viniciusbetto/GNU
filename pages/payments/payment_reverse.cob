           copy "sessions.sel".
           copy "members.sel".
           copy "refunds.sel".
           copy "payhold.sel".
           copy "counters.sel".
           copy "audit.sel".
           copy "errlog.sel".
       copy "sessions.cpy".
       copy "members.cpy".
       copy "refunds.cpy".
       copy "payhold.cpy".
       copy "counters.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       01  wamount-n         pic 9(07)v99.
       01  worig-amount      pic 9(07)v99 value zeros.
       01  worig-seq         pic x(14) value spaces.
       01  worig-tax         pic 9(07)v99 value zeros.
       01  worig-tax-code    pic x(02) value spaces.
       01  wcheck-month      pic x(06) value spaces.
       78  wnsf-bank-fee-default value 25.
       78  wnsf-handling-fee-default value 10.
      *> due date), and freehand corrections post as credit/debit
      *> adjustment rows. A reason code is mandatory either way, so
      *> the audit trail and the member's statement both say why.
      *> A credit adjustment or refund over APPROVAL_THRESHOLD
      *> (default 500) is not posted: it is held in PAYHOLD with
      *> the keying operator, and a second, different staff login
      *> approves or rejects it from the PAYHOLD queue.
           display
              "Content-type: text/html"
               newline
           move warray(8) to woverride
           move wtoken-in to wtoken
           perform validate-token.
           move warray(2)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
           end-if
           move pay-amount to worig-amount
           move pay-seq    to worig-seq
           move pay-tax      to worig-tax
           move pay-tax-code to worig-tax-code
           set pay-is-reversed to true
           rewrite reg-payments
           initialize reg-payments
           move function current-date(1:14) to pay-seq
           move worig-amount to pay-amount
           move "REVERSAL" to pay-method
      *> The reversal takes back the tax the original booked, so
      *> the quarterly return and the GL liability net to nil.
           move worig-tax      to pay-tax
           move worig-tax-code to pay-tax-code
           move spaces to pay-due-date
           set pay-kind-reversal to true
           move wreason-in to pay-reason
               exit paragraph
           end-if
           move wamount to wamount-n
           if wdirection not = "D"
               move "A" to whld-type
               perform hold-request
               if whld-held = "Y"
                   exit paragraph
               end-if
           end-if
           initialize reg-payments
           move wlogin to pay-login
           move function current-date(1:14) to pay-seq
           end-if
           move pay-amount to worig-amount
           move pay-seq    to worig-seq
           move pay-tax      to worig-tax
           move pay-tax-code to worig-tax-code
           set pay-is-reversed to true
           rewrite reg-payments
           initialize reg-payments
           move function current-date(1:14) to pay-seq
           move worig-amount to pay-amount
           move "NSF REVERSAL" to pay-method
           move worig-tax      to pay-tax
           move worig-tax-code to pay-tax-code
           move spaces to pay-due-date
           set pay-kind-reversal to true
           move "NSF" to pay-reason
               move "INVALID REFUND AMOUNT !!" to wmsgweb
               exit paragraph
           end-if
           move "R" to whld-type
           perform hold-request
           if whld-held = "Y"
               exit paragraph
           end-if
           open i-o refunds
           if fstatus = "35"
               open output refunds
           move "REFUND-QUEUE" to waudit-op
           perform write-audit
           move "REFUND QUEUED FOR THE NEXT BANK RUN." to wmsgweb.
       hold-request.
           move wlogin     to whld-login
           move wamount-n  to whld-amount
           move wreason-in to whld-reason
           move woverride  to whld-override
           perform hold-if-over-threshold.
       check-period-open.
           open input periods
           if fstatus not = zeros
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "counter-next.cpy".
           copy "payhold-hold.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
