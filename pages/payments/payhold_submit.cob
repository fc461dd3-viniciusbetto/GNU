       identification division.
       program-id. payhold_submit.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "payhold.sel".
           copy "payments.sel".
           copy "periods.sel".
           copy "refunds.sel".
           copy "counters.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "payhold.cpy".
       copy "payments.cpy".
       copy "periods.cpy".
       copy "refunds.cpy".
       copy "counters.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wlogin            pic x(60) value spaces.
       01  wtarget-seq       pic 9(09) value zeros.
       01  wcheck-month      pic x(06) value spaces.
       01  woverride         pic x(01) value spaces.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wopcao         pic x(10).
           02 wseq-in        pic x(09).
           02 filler         pic x(5949).
       copy "lnk-general.cpy".
       procedure division.
      *> Approves or rejects one held credit adjustment or refund.
      *> The deciding login must be staff or admin and must not be
      *> the one that keyed the item. Approval posts exactly what
      *> PAYMENT_REVERSE would have -- the AC adjustment row, or the
      *> REFUNDS queue row with this login as approver -- with the
      *> same audit row, plus PAYHOLD-APPR; a rejection posts
      *> nothing and writes PAYHOLD-REJ.
           display
              "Content-type: text/html"
               newline
           end-display
           move "payhold_submit" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           if wform-toolarge
               move "FORM TOO LARGE !!" to wmsgweb
               perform openprogram
               stop run
           end-if
           move warray(1) to wtoken-in
           move warray(2) to wopcao
           move warray(3) to wseq-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-queue
           end-if
           perform authorize-staff-only.
           close members
           move function numval(wseq-in) to wtarget-seq
           open i-o payhold
           if fstatus not = zeros
               move "APPROVAL QUEUE UNAVAILABLE !!" to wmsgweb
               go redir-queue
           end-if
           move wtarget-seq to phd-seq
           read payhold invalid key
               move "HELD ITEM NOT FOUND !!" to wmsgweb
               close payhold
               go redir-queue
           end-read
           if not phd-pending
               move "ITEM ALREADY DECIDED !!" to wmsgweb
               close payhold
               go redir-queue
           end-if
           if phd-requested-by = wsessionlogin
               move "A DIFFERENT STAFF LOGIN MUST DECIDE THIS ITEM !!"
                   to wmsgweb
               close payhold
               go redir-queue
           end-if
           move phd-login to wlogin
           if wopcao = "approve"
               perform approve-hold
           else
               if wopcao = "reject"
                   set phd-rejected to true
                   move wsessionlogin to phd-decided-by
                   move function current-date(1:14) to phd-decided
                   rewrite reg-payhold
                   move "PAYHOLD-REJ" to waudit-op
                   perform write-audit
                   move "HELD ITEM REJECTED -- NOTHING POSTED."
                       to wmsgweb
               else
                   move "UNKNOWN OPERATION !!" to wmsgweb
               end-if
           end-if
           close payhold.
       redir-queue.
           move "post"        to wmethod
           move "payhold.exe" to wexec
           perform openprogram
           stop run.
       approve-hold.
           if phd-adjust
               perform post-held-adjustment
           else
               perform queue-held-refund
           end-if
           if wmsgweb not = spaces
               exit paragraph
           end-if
           set phd-approved to true
           move wsessionlogin to phd-decided-by
           move function current-date(1:14) to phd-decided
           rewrite reg-payhold
           move "PAYHOLD-APPR" to waudit-op
           perform write-audit
           move "HELD ITEM APPROVED AND POSTED." to wmsgweb.
       post-held-adjustment.
      *> The month may have closed since the item was keyed; the
      *> keying operator's closed-period override carries over.
           move phd-override to woverride
           move function current-date(1:6) to wcheck-month
           perform check-period-open
           if wmsgweb not = spaces
               exit paragraph
           end-if
           open i-o payments
           if fstatus not = zeros
               string "ERR OPEN payments: " fstatus
                   delimited by size into wmsgweb
               exit paragraph
           end-if
           initialize reg-payments
           move phd-login to pay-login
           move function current-date(1:14) to pay-seq
           move phd-amount to pay-amount
           move "ADJUSTMENT" to pay-method
           move spaces to pay-due-date
           set pay-kind-adj-credit to true
           move phd-reason to pay-reason
           move spaces to pay-orig-seq
           move "N" to pay-reversed
           write reg-payments
           close payments
           move "PAY-ADJUST" to waudit-op
           perform write-audit.
       queue-held-refund.
           open i-o refunds
           if fstatus = "35"
               open output refunds
               close refunds
               open i-o refunds
           end-if
           if fstatus not = zeros
               string "ERR OPEN refunds: " fstatus
                   delimited by size into wmsgweb
               exit paragraph
           end-if
           move "REFUND-SEQ" to wcountername
           perform next-counter
           move wcountervalue to rfd-seq
           move phd-login to rfd-login
           move phd-amount to rfd-amount
           move phd-reason to rfd-reason
           move function current-date(1:8) to rfd-requested
           move wsessionlogin to rfd-approved-by
           set rfd-queued to true
           move spaces to rfd-sent-on
           move spaces to rfd-result
           write reg-refunds
           close refunds
           move "REFUND-QUEUE" to waudit-op
           perform write-audit.
       check-period-open.
           open input periods
           if fstatus not = zeros
               exit paragraph
           end-if
           move wcheck-month to per-month
           read periods invalid key
               close periods
               exit paragraph
           end-read
           close periods
           if not period-closed
               exit paragraph
           end-if
           if woverride = "Y"
               move "CLOSED-OVR" to waudit-op
               perform write-audit
           else
               move "PERIOD CLOSED -- REKEY WITH OVERRIDE !!"
                   to wmsgweb
           end-if.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "counter-next.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
