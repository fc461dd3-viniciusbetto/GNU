       identification division.
       program-id. sponsors_submit.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "companies.sel".
           copy "sponsors.sel".
           copy "spndeliv.sel".
           copy "counters.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "companies.cpy".
       copy "sponsors.cpy".
       copy "spndeliv.cpy".
       copy "counters.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wlogin            pic x(60) value spaces.
       01  wsession-member   pic x(60) value spaces.
       01  wd-fstatus        pic xx    value "00".
       01  wtarget-id        pic 9(09) value zeros.
       01  wcompany-n        pic 9(09) value zeros.
       01  wvalue-n          pic 9(07)v99 value zeros.
       01  wline-n           pic 9(03) value zeros.
       01  wqty-n            pic 9(03) value zeros.
       01  wdatecheck        pic 9(08) value zeros.
       01  wspn-display      pic z(8)9.
       01  wline-display     pic zz9.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wopcao         pic x(10).
           02 wspnid-in      pic x(09).
           02 wcompany-in    pic x(09).
           02 wpackage-in    pic x(30).
           02 wkind-in       pic x(01).
           02 wvalue-in      pic x(12).
           02 wsched-in      pic x(01).
           02 wstart-in      pic x(08).
           02 wend-in        pic x(08).
           02 wdlline-in     pic x(03).
           02 wdltype-in     pic x(01).
           02 wdlloc-in      pic x(30).
           02 wdldesc-in     pic x(40).
           02 wdlqty-in      pic x(03).
           02 wdlstatus-in   pic x(01).
           02 filler         pic x(5830).
       copy "lnk-general.cpy".
       procedure division.
      *> Sponsorship contracts: "create" records a contract against a
      *> company that has a billing login (the first installment is
      *> due on the start date); "end" stops a contract early -- no
      *> more installments are raised and its boards show on the
      *> caretaker's take-down list; "deliv" adds a board, logo or
      *> advert the contract promises; "check" records the caretaker
      *> putting one up (U), taking it down (D) or back to P. Staff
      *> only, audited.
           display
              "Content-type: text/html"
               newline
           end-display
           move "sponsors_submit" to wprogname
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
           move warray(3)  to wspnid-in
           move warray(4)  to wcompany-in
           move warray(5)  to wpackage-in
           move warray(6)  to wkind-in
           move warray(7)  to wvalue-in
           move warray(8)  to wsched-in
           move warray(9)  to wstart-in
           move warray(10) to wend-in
           move warray(11) to wdlline-in
           move warray(12) to wdltype-in
           move warray(13) to wdlloc-in
           move warray(14) to wdldesc-in
           move warray(15) to wdlqty-in
           move warray(16) to wdlstatus-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-sponsors
           end-if
           perform authorize-staff-only.
           close members
           move wsessionlogin to wsession-member
           evaluate wopcao
               when "create" perform create-contract
               when "end"    perform end-contract
               when "deliv"  perform add-deliverable
               when "check"  perform check-deliverable
               when other
                   move "UNKNOWN ACTION !!" to wmsgweb
           end-evaluate.
       redir-sponsors.
           move "post"         to wmethod
           move "sponsors.exe" to wexec
           perform openprogram
           stop run.
       create-contract.
           if wcompany-in = spaces
                   or function test-numval(wcompany-in) not = 0
               move "COMPANY NUMBER IS REQUIRED !!" to wmsgweb
               exit paragraph
           end-if
           move function numval(wcompany-in) to wcompany-n
           open input companies
           if fstatus not = zeros
               move "COMPANY NOT FOUND !!" to wmsgweb
               exit paragraph
           end-if
           move wcompany-n to cmp-id
           read companies invalid key
               move "COMPANY NOT FOUND !!" to wmsgweb
           end-read
           close companies
           if wmsgweb not = spaces
               exit paragraph
           end-if
           if not cmp-active
               move "COMPANY ACCOUNT IS CLOSED !!" to wmsgweb
               exit paragraph
           end-if
           if cmp-bill-login = spaces
               move "COMPANY HAS NO BILLING LOGIN !!" to wmsgweb
               exit paragraph
           end-if
           if wpackage-in = spaces
               move "PACKAGE IS REQUIRED !!" to wmsgweb
               exit paragraph
           end-if
           if wkind-in not = "C" and wkind-in not = "N"
                   and wkind-in not = "S" and wkind-in not = "O"
               move "KIND MUST BE C, N, S OR O !!" to wmsgweb
               exit paragraph
           end-if
           if wvalue-in = spaces
                   or function test-numval(wvalue-in) not = 0
               move "INVALID CONTRACT VALUE !!" to wmsgweb
               exit paragraph
           end-if
           move function numval(wvalue-in) to wvalue-n
           if wvalue-n = zeros
               move "INVALID CONTRACT VALUE !!" to wmsgweb
               exit paragraph
           end-if
           if wsched-in not = "M" and wsched-in not = "Q"
                   and wsched-in not = "A" and wsched-in not = "U"
               move "BILLING MUST BE M, Q, A OR U !!" to wmsgweb
               exit paragraph
           end-if
           if wstart-in not numeric or wend-in not numeric
                   or wend-in < wstart-in
               move "INVALID CONTRACT DATES !!" to wmsgweb
               exit paragraph
           end-if
           move wstart-in to wdatecheck
           if function test-date-yyyymmdd(wdatecheck) not = 0
               move "INVALID START DATE !!" to wmsgweb
               exit paragraph
           end-if
           move wend-in to wdatecheck
           if function test-date-yyyymmdd(wdatecheck) not = 0
               move "INVALID END DATE !!" to wmsgweb
               exit paragraph
           end-if
           initialize reg-sponsors
           move "SPONSOR-ID" to wcountername
           perform next-counter
           move wcountervalue to spn-id
           move wcompany-n    to spn-company
           move wpackage-in   to spn-package
           move wkind-in      to spn-kind
           move wvalue-n      to spn-value
           move wsched-in     to spn-schedule
           move wstart-in     to spn-start
           move wend-in       to spn-end
           move wstart-in     to spn-next-bill
           move zeros         to spn-billed
           set spn-active to true
           move function current-date(1:14) to spn-created
           move wsession-member to spn-creator
           open i-o sponsors
           if fstatus = "35"
               open output sponsors
               close sponsors
               open i-o sponsors
           end-if
           write reg-sponsors invalid key
               move "CONTRACT NOT SAVED -- TRY AGAIN !!" to wmsgweb
           end-write
           close sponsors
           if wmsgweb not = spaces
               exit paragraph
           end-if
           move "SPONSOR-ADD" to waudit-op
           perform audit-contract
           move spn-id to wspn-display
           string "CONTRACT " function trim(wspn-display)
                  " RECORDED -- ADD ITS DELIVERABLES."
               delimited by size into wmsgweb
           end-string.
       end-contract.
           perform read-contract-for-update
           if wmsgweb not = spaces
               exit paragraph
           end-if
           if spn-ended
               close sponsors
               move "CONTRACT HAS ALREADY ENDED !!" to wmsgweb
               exit paragraph
           end-if
           set spn-ended to true
           move spaces to spn-next-bill
           rewrite reg-sponsors
           close sponsors
           move "SPONSOR-END" to waudit-op
           perform audit-contract
           move spn-id to wspn-display
           string "CONTRACT " function trim(wspn-display) " ENDED."
               delimited by size into wmsgweb
           end-string.
       add-deliverable.
           perform read-contract-for-update
           if wmsgweb not = spaces
               exit paragraph
           end-if
           close sponsors
           if spn-ended
               move "CONTRACT HAS ENDED !!" to wmsgweb
               exit paragraph
           end-if
           if wdltype-in not = "B" and wdltype-in not = "L"
                   and wdltype-in not = "A" and wdltype-in not = "O"
               move "TYPE MUST BE B, L, A OR O !!" to wmsgweb
               exit paragraph
           end-if
           if wdlloc-in = spaces
               move "LOCATION IS REQUIRED !!" to wmsgweb
               exit paragraph
           end-if
           move 1 to wqty-n
           if wdlqty-in not = spaces
               if function test-numval(wdlqty-in) not = 0
                   move "INVALID QUANTITY !!" to wmsgweb
                   exit paragraph
               end-if
               move function numval(wdlqty-in) to wqty-n
           end-if
           open i-o spndeliv
           if fstatus = "35"
               open output spndeliv
               close spndeliv
               open i-o spndeliv
           end-if
           if fstatus not = zeros
               move "DELIVERABLES FILE UNAVAILABLE !!" to wmsgweb
               exit paragraph
           end-if
      *> Lines are numbered within the contract; the new one goes
      *> after the last.
           move zeros to wline-n
           move "00" to wd-fstatus
           move spn-id to sdl-sponsor
           move zeros  to sdl-line
           start spndeliv key is not less than sdl-key
               invalid key move "10" to wd-fstatus
           end-start
           if wd-fstatus not = "10"
               read spndeliv next
                   at end move "10" to wd-fstatus
               end-read
           end-if
           perform until wd-fstatus = "10" or sdl-sponsor not = spn-id
               move sdl-line to wline-n
               read spndeliv next
                   at end move "10" to wd-fstatus
               end-read
           end-perform
           initialize reg-spndeliv
           move spn-id to sdl-sponsor
           compute sdl-line = wline-n + 1
           move wdltype-in to sdl-type
           move wdlloc-in  to sdl-location
           move wdldesc-in to sdl-desc
           move wqty-n     to sdl-qty
           set sdl-pending to true
           move spaces to sdl-checked sdl-checked-by
           write reg-spndeliv invalid key
               move "DELIVERABLE NOT SAVED -- TRY AGAIN !!" to wmsgweb
           end-write
           close spndeliv
           if wmsgweb not = spaces
               exit paragraph
           end-if
           move "SPONSOR-DELIV" to waudit-op
           perform audit-contract
           move "DELIVERABLE ADDED." to wmsgweb.
       check-deliverable.
           if wspnid-in = spaces
                   or function test-numval(wspnid-in) not = 0
                   or wdlline-in = spaces
                   or function test-numval(wdlline-in) not = 0
               move "DELIVERABLE NOT FOUND !!" to wmsgweb
               exit paragraph
           end-if
           if wdlstatus-in not = "U" and wdlstatus-in not = "D"
                   and wdlstatus-in not = "P"
               move "STATUS MUST BE U, D OR P !!" to wmsgweb
               exit paragraph
           end-if
           open i-o spndeliv
           if fstatus not = zeros
               move "DELIVERABLE NOT FOUND !!" to wmsgweb
               exit paragraph
           end-if
           move function numval(wspnid-in)  to sdl-sponsor
           move function numval(wdlline-in) to sdl-line
           read spndeliv invalid key
               move "DELIVERABLE NOT FOUND !!" to wmsgweb
               close spndeliv
               exit paragraph
           end-read
           move wdlstatus-in to sdl-status
           move function current-date(1:8) to sdl-checked
           move wsession-member to sdl-checked-by
           rewrite reg-spndeliv
           close spndeliv
           move sdl-sponsor to spn-id
           move spaces to spn-package
           move "SPONSOR-CHECK" to waudit-op
           perform audit-contract
           move sdl-line to wline-display
           string "DELIVERABLE " function trim(wline-display)
                  " NOW " sdl-status "."
               delimited by size into wmsgweb
           end-string.
       read-contract-for-update.
           if wspnid-in = spaces
                   or function test-numval(wspnid-in) not = 0
               move "CONTRACT NOT FOUND !!" to wmsgweb
               exit paragraph
           end-if
           move function numval(wspnid-in) to wtarget-id
           open i-o sponsors
           if fstatus not = zeros
               move "CONTRACT NOT FOUND !!" to wmsgweb
               exit paragraph
           end-if
           move wtarget-id to spn-id
           read sponsors invalid key
               move "CONTRACT NOT FOUND !!" to wmsgweb
               close sponsors
           end-read.
       audit-contract.
           move wsession-member to wlogin
           move spn-id to wspn-display
           move spaces to waudit-new-name
           string "SPONSOR " function trim(wspn-display) " "
                  function trim(spn-package)
               delimited by size into waudit-new-name
           end-string
           perform write-audit.
           copy "counter-next.cpy".
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
