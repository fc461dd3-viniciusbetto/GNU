       identification division.
       program-id. defects_submit.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "defects.sel".
           copy "resources.sel".
           copy "resout.sel".
           copy "suppliers.sel".
           copy "expenses.sel".
           copy "counters.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "defects.cpy".
       copy "resources.cpy".
       copy "resout.cpy".
       copy "suppliers.cpy".
       copy "expenses.cpy".
       copy "counters.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wlogin            pic x(60) value spaces.
       01  wisstaff          pic x(01) value "N".
       01  wtoday            pic x(08) value spaces.
       01  wdftid-n          pic 9(09) value zeros.
       01  wsupp-n           pic 9(09) value zeros.
       01  wcost-n           pic 9(07)v99 value zeros.
       01  wres-n            pic 9(04) value zeros.
       01  wout-resource     pic 9(04) value zeros.
       01  wout-seq          pic 9(09) value zeros.
       01  wout-desc         pic x(200) value spaces.
       01  wsupp-name        pic x(60) value spaces.
       01  wsupp-category    pic x(20) value spaces.
       01  wwas-severe       pic x(01) value "N".
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wopcao         pic x(10).
           02 wdftid-in      pic x(09).
           02 wres-in        pic x(04).
           02 wdesc-in       pic x(200).
           02 wprio-in       pic x(01).
           02 wtype-in       pic x(01).
           02 wowner-in      pic x(60).
           02 wsupp-in       pic x(09).
           02 wstatus-in     pic x(01).
           02 wcost-in       pic x(10).
           02 wnote-in       pic x(120).
           02 wback-in       pic x(01).
           02 filler         pic x(5542).
       copy "lnk-general.cpy".
       procedure division.
      *> Write side of defect reporting and work orders. Any member
      *> may report a defect against a resource (MYACCOUNT posts here
      *> with BACK = M; the kiosk logs its own through LOG-DEFECT);
      *> everything else is staff only: set the priority and assign
      *> the order to the caretaker or a contractor, move it along,
      *> close it with the cost, or drop it. A severe defect closes
      *> the resource with an open-ended RESOUT row until the order
      *> is closed or dropped or its priority comes down; closing a
      *> contractor's order posts the cost to EXPENSES.
           display
              "Content-type: text/html"
               newline
           end-display
           move "defects_submit" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           if wform-toolarge
               move "FORM TOO LARGE !!" to wmsgweb
               perform openprogram
               stop run
           end-if
           move warray(1)  to wtoken-in
           move warray(2)  to wopcao
           move warray(3)  to wdftid-in
           move warray(4)  to wres-in
           move warray(5)  to wdesc-in
           move warray(6)  to wprio-in
           move warray(7)  to wtype-in
           move warray(8)  to wowner-in
           move warray(9)  to wsupp-in
           move warray(10) to wstatus-in
           move warray(11) to wcost-in
           move warray(12) to wnote-in
           move warray(13) to wback-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-defects
           end-if
           move "N" to wisstaff
           move wsessionlogin to login
           read members invalid key
               initialize reg-members
           end-read
           if member-staff or member-admin
               move "Y" to wisstaff
           end-if
           if wopcao not = "report"
               perform authorize-staff-only
           end-if
           close members
           move wsessionlogin to wlogin
           move function current-date(1:8) to wtoday
           if wopcao not = "report"
               if wdftid-in = spaces
                       or function test-numval(wdftid-in) not = 0
                   move "WORK ORDER NUMBER IS REQUIRED !!" to wmsgweb
                   go redir-defects
               end-if
               move function numval(wdftid-in) to wdftid-n
           end-if
           evaluate wopcao
               when "report" perform report-defect
               when "assign" perform assign-order
               when "close"  perform close-order
               when "drop"   perform drop-order
               when other    move "UNKNOWN OPERATION !!" to wmsgweb
           end-evaluate.
       redir-defects.
           move "post" to wmethod
           if wback-in = "M" or wisstaff = "N"
               move "myaccount.exe" to wexec
           else
               move "defects.exe" to wexec
           end-if
           perform openprogram
           stop run.
       report-defect.
           if wdesc-in = spaces
               move "DESCRIBE THE DEFECT !!" to wmsgweb
               exit paragraph
           end-if
           perform check-resource
           if wmsgweb not = spaces
               exit paragraph
           end-if
      *> Members report; only staff judge how serious it is.
           move spaces to wdft-priority
           if wisstaff = "Y" and wback-in not = "M"
               if wprio-in not = spaces and wprio-in not = "S"
                       and wprio-in not = "H" and wprio-in not = "N"
                       and wprio-in not = "L"
                   move "INVALID PRIORITY !!" to wmsgweb
                   exit paragraph
               end-if
               move wprio-in to wdft-priority
               move "S" to wdft-source
           else
               move "M" to wdft-source
           end-if
           move wres-n        to wdft-resource
           move wdesc-in      to wdft-desc
           move wsessionlogin to wdft-reporter
           perform log-defect
           if wdft-id = zeros
               exit paragraph
           end-if
           move wdft-id to wdftid-n
           move "DEFECT-REPORT" to waudit-op
           move wdft-id to waudit-new-name
           perform write-audit
           if wdft-priority = "S"
               move wres-n   to wout-resource
               move wdesc-in to wout-desc
               perform open-defect-closure
               perform save-closure-seq
               move spaces to wmsgweb
               string "DEFECT LOGGED AS WORK ORDER " delimited by size
                      wdft-id delimited by size
                      " -- RESOURCE CLOSED UNTIL FIXED."
                          delimited by size
                   into wmsgweb
               end-string
           else
               move spaces to wmsgweb
               string "DEFECT LOGGED AS WORK ORDER " delimited by size
                      wdft-id delimited by size
                      "." delimited by size
                   into wmsgweb
               end-string
           end-if.
       check-resource.
           if wres-in = spaces or function test-numval(wres-in) not = 0
               move "CHOOSE THE RESOURCE !!" to wmsgweb
               exit paragraph
           end-if
           move function numval(wres-in) to wres-n
           open input resources
           if fstatus not = zeros
               move "UNKNOWN RESOURCE !!" to wmsgweb
               exit paragraph
           end-if
           move wres-n to res-id
           read resources invalid key
               move "UNKNOWN RESOURCE !!" to wmsgweb
           end-read
           close resources.
       read-order.
      *> Leaves DEFECTS open i-o with the order read, or WMSGWEB set
      *> and the file closed.
           open i-o defects
           if fstatus not = zeros
               move "WORK ORDER NOT FOUND !!" to wmsgweb
               exit paragraph
           end-if
           move wdftid-n to dft-id
           read defects invalid key
               move "WORK ORDER NOT FOUND !!" to wmsgweb
               close defects
           end-read.
       assign-order.
           if wprio-in not = "S" and wprio-in not = "H"
                   and wprio-in not = "N" and wprio-in not = "L"
               move "INVALID PRIORITY !!" to wmsgweb
               exit paragraph
           end-if
           if wstatus-in not = "A" and wstatus-in not = "P"
               move "INVALID STATUS !!" to wmsgweb
               exit paragraph
           end-if
           move zeros to wsupp-n
           evaluate wtype-in
               when "C"
                   perform check-caretaker
               when "X"
                   perform check-contractor
               when other
                   move "ASSIGN TO THE CARETAKER OR A CONTRACTOR !!"
                       to wmsgweb
           end-evaluate
           if wmsgweb not = spaces
               exit paragraph
           end-if
           perform read-order
           if wmsgweb not = spaces
               exit paragraph
           end-if
           if not dft-live
               move "WORK ORDER IS ALREADY CLOSED !!" to wmsgweb
               close defects
               exit paragraph
           end-if
           move "N" to wwas-severe
           if dft-severe
               move "Y" to wwas-severe
           end-if
           move wprio-in   to dft-priority
           move wtype-in   to dft-assign-type
           move wstatus-in to dft-status
           if wtype-in = "C"
               move wowner-in to dft-assignee
               move zeros     to dft-supplier
           else
               move wsupp-name to dft-assignee
               move wsupp-n    to dft-supplier
           end-if
           move dft-resource    to wout-resource
           move dft-description to wout-desc
           move dft-out-seq     to wout-seq
           rewrite reg-defects
           close defects
      *> A change of priority opens or lifts the closure to match.
           if wwas-severe = "N" and wprio-in = "S" and wout-seq = zeros
               perform open-defect-closure
               perform save-closure-seq
           end-if
           if wwas-severe = "Y" and wprio-in not = "S"
                   and wout-seq > zeros
               perform lift-defect-closure
               move zeros to wout-seq
               perform save-closure-seq
           end-if
           move "DEFECT-ASSIGN" to waudit-op
           move wdftid-n to waudit-new-name
           perform write-audit
           move "WORK ORDER UPDATED." to wmsgweb.
       check-caretaker.
           if wowner-in = spaces
               move "CARETAKER LOGIN IS REQUIRED !!" to wmsgweb
               exit paragraph
           end-if
           open input members
           if fstatus not = zeros
               move "MEMBERS FILE UNAVAILABLE !!" to wmsgweb
               exit paragraph
           end-if
           move wowner-in to login
           read members invalid key
               initialize reg-members
           end-read
           if not member-staff and not member-admin
               move "CARETAKER MUST BE A MEMBER OF STAFF !!" to wmsgweb
           end-if
           close members.
       check-contractor.
           if wsupp-in = spaces
                   or function test-numval(wsupp-in) not = 0
               move "CONTRACTOR SUPPLIER NUMBER IS REQUIRED !!"
                   to wmsgweb
               exit paragraph
           end-if
           move function numval(wsupp-in) to wsupp-n
           open input suppliers
           if fstatus not = zeros
               move "UNKNOWN SUPPLIER !!" to wmsgweb
               exit paragraph
           end-if
           move wsupp-n to sup-id
           read suppliers invalid key
               move "UNKNOWN SUPPLIER !!" to wmsgweb
           not invalid key
               move sup-name     to wsupp-name
               move sup-category to wsupp-category
           end-read
           close suppliers.
       close-order.
           move zeros to wcost-n
           if wcost-in not = spaces
               if function test-numval(wcost-in) not = 0
                   move "INVALID COST !!" to wmsgweb
                   exit paragraph
               end-if
               move function numval(wcost-in) to wcost-n
           end-if
           perform read-order
           if wmsgweb not = spaces
               exit paragraph
           end-if
           if not dft-live
               move "WORK ORDER IS ALREADY CLOSED !!" to wmsgweb
               close defects
               exit paragraph
           end-if
           if wcost-n > zeros and dft-contractor
               move dft-supplier to wsupp-n
               move dft-assignee to wsupp-name
               perform post-contractor-cost
           end-if
           set dft-completed to true
           move wcost-n       to dft-cost
           move wtoday        to dft-closed
           move wsessionlogin to dft-closed-by
           move wnote-in      to dft-fix-note
           move dft-resource  to wout-resource
           move dft-out-seq   to wout-seq
           rewrite reg-defects
           close defects
           if wout-seq > zeros
               perform lift-defect-closure
           end-if
           move "DEFECT-CLOSE" to waudit-op
           move wdftid-n to waudit-new-name
           perform write-audit
           move "WORK ORDER CLOSED." to wmsgweb.
       drop-order.
      *> Not a defect after all, or reported twice.
           perform read-order
           if wmsgweb not = spaces
               exit paragraph
           end-if
           if not dft-live
               move "WORK ORDER IS ALREADY CLOSED !!" to wmsgweb
               close defects
               exit paragraph
           end-if
           set dft-dropped to true
           move wtoday        to dft-closed
           move wsessionlogin to dft-closed-by
           move wnote-in      to dft-fix-note
           move dft-resource  to wout-resource
           move dft-out-seq   to wout-seq
           rewrite reg-defects
           close defects
           if wout-seq > zeros
               perform lift-defect-closure
           end-if
           move "DEFECT-DROP" to waudit-op
           move wdftid-n to waudit-new-name
           perform write-audit
           move "WORK ORDER DROPPED." to wmsgweb.
       post-contractor-cost.
      *> The contractor's bill goes to EXPENSES under the supplier's
      *> usual category (REPAIRS when it has none); the row number is
      *> kept on the order. Caller has REG-DEFECTS read.
           move spaces to wsupp-category
           open input suppliers
           if fstatus = zeros
               move wsupp-n to sup-id
               read suppliers invalid key
                   move spaces to sup-category
               end-read
               move sup-category to wsupp-category
               close suppliers
           end-if
           if wsupp-category = spaces
               move "REPAIRS" to wsupp-category
           end-if
           open i-o expenses
           if fstatus = "35"
               open output expenses
               close expenses
               open i-o expenses
           end-if
           if fstatus not = zeros
               exit paragraph
           end-if
           move "EXPENSE-SEQ" to wcountername
           perform next-counter
           initialize reg-expenses
           move wcountervalue  to exp-seq
           move wtoday         to exp-date
           move wsupp-category to exp-category
           move wsupp-name     to exp-payee
           move wcost-n        to exp-amount
           move wsessionlogin  to exp-operator
           move space          to exp-recurring
           write reg-expenses
           close expenses
           move wcountervalue to dft-expense-seq.
       open-defect-closure.
      *> Open-ended closure from today, reason naming the order, the
      *> same RESOUT row the outage screen writes; WOUT-SEQ comes
      *> back with its sequence.
           move zeros to wout-seq
           open i-o resout
           if fstatus = "35"
               open output resout
               close resout
               open i-o resout
           end-if
           if fstatus not = zeros
               exit paragraph
           end-if
           move "OUTAGE-SEQ" to wcountername
           perform next-counter
           initialize reg-resout
           move wout-resource to rso-resource
           move wcountervalue to rso-seq
           move wtoday        to rso-start
           move "99991231"    to rso-end
           move spaces to rso-reason
           string "DEFECT " delimited by size
                  wdftid-n delimited by size
                  ": " delimited by size
                  wout-desc delimited by size
               into rso-reason
           end-string
           set rso-active to true
           write reg-resout
           close resout
           move wcountervalue to wout-seq.
       lift-defect-closure.
           open i-o resout
           if fstatus not = zeros
               exit paragraph
           end-if
           move wout-resource to rso-resource
           move wout-seq      to rso-seq
           read resout invalid key
               close resout
               exit paragraph
           end-read
           set rso-lifted to true
           rewrite reg-resout
           close resout.
       save-closure-seq.
           open i-o defects
           if fstatus not = zeros
               exit paragraph
           end-if
           move wdftid-n to dft-id
           read defects invalid key
               close defects
               exit paragraph
           end-read
           move wout-seq to dft-out-seq
           rewrite reg-defects
           close defects.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "counter-next.cpy".
           copy "defect-log.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
