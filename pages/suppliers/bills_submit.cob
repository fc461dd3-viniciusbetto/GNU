       identification division.
       program-id. bills_submit.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "suppliers.sel".
           copy "bills.sel".
           copy "counters.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "suppliers.cpy".
       copy "bills.cpy".
       copy "counters.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wb-fstatus        pic xx    value "00".
       01  wlogin            pic x(60) value spaces.
       01  wamount-n         pic 9(07)v99 value zeros.
       01  wdatecheck        pic 9(08) value zeros.
       01  wdue-int          pic s9(09) comp.
       01  wsup-n            pic 9(09) value zeros.
       01  wbillseq          pic 9(09) value zeros.
       01  wduplicate        pic x(01) value "N".
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wopcao         pic x(10).
           02 wbillseq-in    pic x(09).
           02 wsup-in        pic x(09).
           02 winvno-in      pic x(20).
           02 winvdate-in    pic x(08).
           02 wdue-in        pic x(08).
           02 wcat-in        pic x(20).
           02 wamount-in     pic x(09).
           02 filler         pic x(5875).
       copy "lnk-general.cpy".
       procedure division.
      *> Keys a supplier bill, or approves or rejects one waiting
      *> on the BILLS screen. The due date defaults to the invoice
      *> date plus the supplier's terms and the category to the
      *> supplier's own; the same invoice number twice from one
      *> supplier is refused. Approval must come from a different
      *> operator than the one who keyed the bill. Staff only,
      *> audited.
           display
              "Content-type: text/html"
               newline
           end-display
           move "bills_submit" to wprogname
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
           move warray(3) to wbillseq-in
           move warray(4) to wsup-in
           move warray(5) to winvno-in
           move warray(6) to winvdate-in
           move warray(7) to wdue-in
           move warray(8) to wcat-in
           move warray(9) to wamount-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-bills
           end-if
           perform authorize-staff-only.
           close members
           move wsessionlogin to wlogin
           evaluate wopcao
               when "add"     perform add-bill
               when "approve" perform decide-bill
               when "reject"  perform decide-bill
               when other     move "UNKNOWN OPERATION !!" to wmsgweb
           end-evaluate.
       redir-bills.
           move "post"      to wmethod
           move "bills.exe" to wexec
           perform openprogram
           stop run.
       add-bill.
           if wsup-in not numeric
               move "INVALID SUPPLIER !!" to wmsgweb
               go redir-bills
           end-if
           move wsup-in to wsup-n
           open input suppliers
           if fstatus not = zeros
               move "INVALID SUPPLIER !!" to wmsgweb
               go redir-bills
           end-if
           move wsup-n to sup-id
           read suppliers invalid key
               move "INVALID SUPPLIER !!" to wmsgweb
               close suppliers
               go redir-bills
           end-read
           close suppliers
           if not sup-active
               move "SUPPLIER IS CLOSED !!" to wmsgweb
               go redir-bills
           end-if
           if winvno-in = spaces
               move "SUPPLIER INVOICE NUMBER IS REQUIRED !!" to wmsgweb
               go redir-bills
           end-if
           if winvdate-in not numeric
               move "INVALID INVOICE DATE !!" to wmsgweb
               go redir-bills
           end-if
           move winvdate-in to wdatecheck
           if function test-date-yyyymmdd(wdatecheck) not = 0
               move "INVALID INVOICE DATE !!" to wmsgweb
               go redir-bills
           end-if
           if wdue-in = spaces
               compute wdue-int = function integer-of-date(wdatecheck)
                   + sup-terms-days
               compute wdatecheck = function date-of-integer(wdue-int)
               move wdatecheck to wdue-in
           else
               if wdue-in not numeric
                   move "INVALID DUE DATE !!" to wmsgweb
                   go redir-bills
               end-if
               move wdue-in to wdatecheck
               if function test-date-yyyymmdd(wdatecheck) not = 0
                       or wdue-in < winvdate-in
                   move "INVALID DUE DATE !!" to wmsgweb
                   go redir-bills
               end-if
           end-if
           if wcat-in = spaces
               move sup-category to wcat-in
           end-if
           if wcat-in = spaces
               move "EXPENSE CATEGORY IS REQUIRED !!" to wmsgweb
               go redir-bills
           end-if
           if wamount-in not numeric
               move "INVALID BILL AMOUNT !!" to wmsgweb
               go redir-bills
           end-if
           move wamount-in to wamount-n
           if wamount-n = zeros
               move "INVALID BILL AMOUNT !!" to wmsgweb
               go redir-bills
           end-if
           open i-o bills
           if fstatus = "35"
               open output bills
               close bills
               open i-o bills
           end-if
           perform check-duplicate
           if wduplicate = "Y"
               close bills
               move "INVOICE ALREADY ENTERED FOR THIS SUPPLIER !!"
                   to wmsgweb
               go redir-bills
           end-if
           move "BILL-SEQ" to wcountername
           perform next-counter
           initialize reg-bills
           move wcountervalue   to bill-seq
           move wsup-n          to bill-supplier
           move winvno-in       to bill-invoice-no
           move winvdate-in     to bill-inv-date
           move wdue-in         to bill-due-date
           move wcat-in         to bill-category
           move wamount-n       to bill-amount
           set bill-entered to true
           move wsessionlogin   to bill-entered-by
           move spaces to bill-approved-by bill-approved-on
                          bill-paid-on
           move zeros  to bill-exp-seq
           write reg-bills
           close bills
           move "BILL-ADD" to waudit-op
           perform write-audit
           move spaces to wmsgweb
           string "BILL ENTERED -- AWAITING APPROVAL. DUE "
                  wdue-in
               delimited by size into wmsgweb
           end-string.
       check-duplicate.
           move "N" to wduplicate
           move "00" to wb-fstatus
           move zeros to bill-seq
           start bills key is not less than bill-seq
               invalid key move "10" to wb-fstatus
           end-start
           if wb-fstatus not = "10"
               read bills next
                   at end move "10" to wb-fstatus
               end-read
           end-if
           perform until wb-fstatus = "10" or wduplicate = "Y"
               if bill-supplier = wsup-n
                       and bill-invoice-no = winvno-in
                       and not bill-rejected
                   move "Y" to wduplicate
               end-if
               read bills next
                   at end move "10" to wb-fstatus
               end-read
           end-perform.
       decide-bill.
           if wbillseq-in not numeric
               move "INVALID BILL !!" to wmsgweb
               go redir-bills
           end-if
           move wbillseq-in to wbillseq
           open i-o bills
           if fstatus not = zeros
               move "INVALID BILL !!" to wmsgweb
               go redir-bills
           end-if
           move wbillseq to bill-seq
           read bills invalid key
               move "INVALID BILL !!" to wmsgweb
               close bills
               go redir-bills
           end-read
           if not bill-entered
               move "BILL IS NOT AWAITING APPROVAL !!" to wmsgweb
               close bills
               go redir-bills
           end-if
           if wopcao = "approve"
               if bill-entered-by = wsessionlogin
                   move "A BILL NEEDS A SECOND OPERATOR TO APPROVE !!"
                       to wmsgweb
                   close bills
                   go redir-bills
               end-if
               set bill-approved to true
               move "BILL-APPROVE" to waudit-op
               move "BILL APPROVED FOR PAYMENT." to wmsgweb
           else
               set bill-rejected to true
               move "BILL-REJECT" to waudit-op
               move "BILL REJECTED." to wmsgweb
           end-if
           move wsessionlogin to bill-approved-by
           move function current-date(1:8) to bill-approved-on
           rewrite reg-bills
           close bills
           perform write-audit.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "counter-next.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
