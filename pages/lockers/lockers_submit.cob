           copy "sessions.sel".
           copy "lockers.sel".
           copy "lkrwait.sel".
           copy "secdeps.sel".
           copy "payments.sel".
           copy "refunds.sel".
           copy "counters.sel".
           copy "audit.sel".
           copy "errlog.sel".
       copy "sessions.cpy".
       copy "lockers.cpy".
       copy "lkrwait.cpy".
       copy "secdeps.cpy".
       copy "payments.cpy".
       copy "refunds.cpy".
       copy "counters.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       01  wl-fstatus        pic xx    value "00".
       01  wlkr-n            pic 9(04) value zeros.
       01  wexists           pic x(01) value "N".
       01  wamt-display      pic zzzzzz9,99.
       01  wlostkey-seq      pic x(14) value spaces.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wblock-in      pic x(10).
           02 wrent-in       pic x(07).
           02 wmlogin        pic x(60).
           02 wdeposit-in    pic x(10).
           02 wpaymethod-in  pic x(20).
           02 wkeytag-in     pic x(20).
           02 filler         pic x(5827).
       copy "lnk-general.cpy".
       procedure division.
      *> Write side of the locker book: add to inventory, assign to
      *> a member (clearing any matching waitlist row), release, or
      *> queue a member for a block. Rentals bill through the
      *> nightly invoice run off the locker's monthly figure. Keys
      *> issued at the desk (the store room, the boathouse) are
      *> logged here by tag. A refundable deposit can be taken on
      *> an assignment or a key issue; vacating the locker or
      *> handing the key back queues it for refund, and a lost key
      *> is charged and the deposit kept against it. All
      *> staff-only.
           display
              "Content-type: text/html"
           move warray(4) to wblock-in
           move warray(5) to wrent-in
           move warray(6) to wmlogin
           move warray(7) to wdeposit-in
           move warray(8) to wpaymethod-in
           move warray(9) to wkeytag-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
               when "assign"  perform assign-locker
               when "release" perform release-locker
               when "join"    perform join-waitlist
               when "keyout"  perform issue-key
               when "keyin"   perform return-key
               when "keylost" perform lose-key
               when other     move "UNKNOWN OPERATION !!" to wmsgweb
           end-evaluate
           close members.
               move "MEMBER NOT ACTIVE !!" to wmsgweb
               exit paragraph
           end-if
           perform edit-deposit
           if wmsgweb not = spaces
               exit paragraph
           end-if
           open i-o lockers
           if fstatus not = zeros
               move "LOCKER FILE UNAVAILABLE !!" to wmsgweb
           move wmlogin to wlogin
           move "LOCKER-ASSIGN" to waudit-op
           perform write-audit
           move "LOCKER ASSIGNED." to wmsgweb
           if wdep-amount > zeros
               move "L" to wdep-kind
               move wlkr-n to wdep-ref
               perform take-locker-deposit
           end-if.
       release-locker.
           move function numval(wlkrid-in) to wlkr-n
           open i-o lockers
           close lockers
           move "LOCKER-RELEASE" to waudit-op
           perform write-audit
           move "LOCKER RELEASED." to wmsgweb
           move "L" to wdep-kind
           move wlkr-n to wdep-ref
           move zeros to wdep-charge
           move spaces to wdep-charge-seq
           perform release-desk-deposit.
       join-waitlist.
           move wmlogin to login
           read members invalid key
           move "LOCKER-WAIT" to waudit-op
           perform write-audit
           move "ADDED TO THE LOCKER WAITLIST." to wmsgweb.
       edit-deposit.
      *> Blank deposit means none is taken.
           move spaces to wmsgweb
           move zeros to wdep-amount
           if wdeposit-in = spaces
               exit paragraph
           end-if
           if function test-numval(wdeposit-in) not = 0
               move "INVALID DEPOSIT AMOUNT !!" to wmsgweb
               exit paragraph
           end-if
           move function numval(wdeposit-in) to wdep-amount.
       take-locker-deposit.
      *> WDEP-KIND and WDEP-REF set, WDEP-AMOUNT from EDIT-DEPOSIT.
           move wmlogin to wdep-login
           move wpaymethod-in to wdep-method
           perform take-deposit
           if wdep-id = zeros
               exit paragraph
           end-if
           move wmlogin to wlogin
           move "DEPOSIT-TAKE" to waudit-op
           move wdep-ref to waudit-new-name
           perform write-audit
           move wdep-amount to wamt-display
           move spaces to wmsgweb
           string "DEPOSIT " delimited by size
                  wamt-display delimited by size
                  " TAKEN, RECEIPT " delimited by size
                  wdep-receipt delimited by size
                  "." delimited by size
               into wmsgweb
           end-string.
       release-desk-deposit.
      *> WDEP-KIND and WDEP-REF set; a thing with no deposit on it
      *> leaves the message as it was.
           perform release-deposit
           if wdep-found = "N"
               exit paragraph
           end-if
           move wdep-login to wlogin
           move wdep-ref to waudit-new-name
           if wdep-kept > zeros
               move "DEPOSIT-KEPT" to waudit-op
               perform write-audit
           end-if
           if wdep-back > zeros
               move "DEPOSIT-REFUND" to waudit-op
               perform write-audit
           end-if
           move spaces to wmsgweb
           if wdep-back > zeros
               move wdep-back to wamt-display
               string "DEPOSIT REFUND OF " delimited by size
                      wamt-display delimited by size
                      " QUEUED." delimited by size
                   into wmsgweb
               end-string
           else
               move wdep-kept to wamt-display
               string "DEPOSIT OF " delimited by size
                      wamt-display delimited by size
                      " KEPT AGAINST THE CHARGE." delimited by size
                   into wmsgweb
               end-string
           end-if.
       issue-key.
      *> The deposit row is the key's issue record: the tag, who
      *> has it and since when.
           if wkeytag-in = spaces
               move "KEY TAG IS REQUIRED !!" to wmsgweb
               exit paragraph
           end-if
           move wmlogin to login
           read members invalid key
               move "NOT EXISTING MEMBER !!" to wmsgweb
               exit paragraph
           end-read
           perform edit-deposit
           if wmsgweb not = spaces
               exit paragraph
           end-if
           if wdep-amount = zeros
               move "A KEY IS ISSUED AGAINST A DEPOSIT !!" to wmsgweb
               exit paragraph
           end-if
           move "K" to wdep-kind
           move wkeytag-in to wdep-ref
           perform key-out-already
           if wdep-found = "Y"
               move "THAT KEY IS ALREADY OUT !!" to wmsgweb
               exit paragraph
           end-if
           perform take-locker-deposit
           if wdep-id > zeros
               move wmlogin to wlogin
               move "KEY-ISSUE" to waudit-op
               move wkeytag-in to waudit-new-name
               perform write-audit
           end-if.
       key-out-already.
           move "N" to wdep-found
           open input secdeps
           if fstatus not = zeros
               exit paragraph
           end-if
           perform find-held-deposit
           if wdep-found = "Y"
               move sdp-amount to wdep-amount
               move sdp-login  to wdep-login
           end-if
           close secdeps.
       return-key.
           if wkeytag-in = spaces
               move "KEY TAG IS REQUIRED !!" to wmsgweb
               exit paragraph
           end-if
           move "K" to wdep-kind
           move wkeytag-in to wdep-ref
           move zeros to wdep-charge
           move spaces to wdep-charge-seq
           move "NO KEY OUT UNDER THAT TAG !!" to wmsgweb
           perform release-desk-deposit
           if wdep-found = "Y"
               move "KEY-RETURN" to waudit-op
               move wkeytag-in to waudit-new-name
               perform write-audit
           end-if.
       lose-key.
      *> A key never coming back costs its deposit: the deposit
      *> amount posts as an open charge on the house account and the
      *> deposit is kept against it.
           if wkeytag-in = spaces
               move "KEY TAG IS REQUIRED !!" to wmsgweb
               exit paragraph
           end-if
           move "K" to wdep-kind
           move wkeytag-in to wdep-ref
           perform key-out-already
           if wdep-found = "N"
               move "NO KEY OUT UNDER THAT TAG !!" to wmsgweb
               exit paragraph
           end-if
           move wdep-amount to wdep-charge
           open i-o payments
           if fstatus not = zeros
               move "PAYMENTS FILE UNAVAILABLE !!" to wmsgweb
               exit paragraph
           end-if
           initialize reg-payments
           move wdep-login to pay-login
           move function current-date(1:14) to pay-seq
           move wdep-charge to pay-amount
           move spaces to pay-method
           string "LOST KEY " delimited by size
                  wkeytag-in delimited by size
               into pay-method
           end-string
           move spaces to pay-due-date
           set pay-kind-tab to true
           move "LOSTKEY" to pay-reason
           move "N" to pay-reversed
           set pay-cat-tab to true
           move wsessionlogin to pay-operator
           write reg-payments
           move pay-seq to wlostkey-seq
           close payments
           move wlostkey-seq to wdep-charge-seq
           perform release-desk-deposit
           move "KEY-LOST" to waudit-op
           move wkeytag-in to waudit-new-name
           perform write-audit.
       clear-waitlist-row.
      *> An assignment satisfies the member's earliest waiting row.
           open i-o lkrwait
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "counter-next.cpy".
           copy "deposit-post.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
