       identification division.
       program-id. sponsors.
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
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "companies.cpy".
       copy "sponsors.cpy".
       copy "spndeliv.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wlogin            pic x(60) value spaces.
       01  ws-fstatus        pic xx    value "00".
       01  wd-fstatus        pic xx    value "00".
       01  wlistcount        pic 9(04) value zeros.
       01  wcompany-name     pic x(60) value spaces.
       01  wstatus-text      pic x(08) value spaces.
       01  wkind-text        pic x(10) value spaces.
       01  wsched-text       pic x(09) value spaces.
       01  wdltype-text      pic x(07) value spaces.
       01  wdlstatus-text    pic x(07) value spaces.
       01  wvalue-display    pic zzzzzz9,99.
       01  wbilled-display   pic zzzzzz9,99.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 filler         pic x(5968).
       copy "lnk-general.cpy".
       procedure division.
      *> Sponsorship contracts: each package a business buys, what it
      *> is worth and how it is billed, with the boards, logos and
      *> adverts it promises and whether the caretaker has them up.
      *> SPONSOR-INVOICE bills the installments, SPONSOR-RENEWALS
      *> lists contracts coming up for renewal and SPONSOR-CHECKLIST
      *> prints the caretaker's put-up / take-down list. Staff only.
           display
               "Content-type: text/html"
               newline
           end-display
           move "sponsors" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           move warray(1) to wtoken-in
           move wtoken-in to wtoken
           perform validate-token.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               move "post"     to wmethod
               move "home.exe" to wexec
               perform openprogram
               stop run
           end-if
           perform authorize-staff-only.
           close members
           copy "header_html.cpy".
           copy "menu_html.cpy".
           perform list-contracts
           display
               '<h3>New Contract</h3>'
               '<p>The sponsor must be a company with a billing login.'
               ' Kind C = courts, N = newsletter, S = shirts,'
               ' O = other. Billing M = monthly, Q = quarterly,'
               ' A = annual, U = all up front; the first invoice is'
               ' raised on the start date.</p>'
               '<form name="spnform" method="post"'
               ' action="sponsors_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="create">'
               '<input type="hidden" name="spnid" value="">'
               'Company no.: <input type="text" name="spncompany"'
               ' size="9">'
               ' Package: <input type="text" name="spnpackage"'
               ' size="30">'
               ' Kind: <input type="text" name="spnkind" size="1">'
               '<br>'
               'Value: <input type="text" name="spnvalue" size="12">'
               ' Billing: <input type="text" name="spnsched"'
               ' size="1" value="A">'
               ' Start (CCYYMMDD): <input type="text" name="spnstart"'
               ' size="8">'
               ' End (CCYYMMDD): <input type="text" name="spnend"'
               ' size="8"><br>'
               '<input type="submit" value="Record Contract">'
               '</form>'
               '<h3>Add Deliverable</h3>'
               '<p>Type B = board, L = logo, A = advert,'
               ' O = other.</p>'
               '<form name="dlform" method="post"'
               ' action="sponsors_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="deliv">'
               'Contract no.: <input type="text" name="spnid"'
               ' size="9">'
               '<input type="hidden" name="spncompany" value="">'
               '<input type="hidden" name="spnpackage" value="">'
               '<input type="hidden" name="spnkind" value="">'
               '<input type="hidden" name="spnvalue" value="">'
               '<input type="hidden" name="spnsched" value="">'
               '<input type="hidden" name="spnstart" value="">'
               '<input type="hidden" name="spnend" value="">'
               '<input type="hidden" name="dlline" value="">'
               ' Type: <input type="text" name="dltype" size="1"'
               ' value="B">'
               ' Location: <input type="text" name="dlloc" size="30">'
               '<br>'
               'Description: <input type="text" name="dldesc"'
               ' size="40">'
               ' Qty: <input type="text" name="dlqty" size="3"'
               ' value="1"><br>'
               '<input type="submit" value="Add Deliverable">'
               '</form>'
           end-display
           copy "footer_html.cpy".
           stop run.
       list-contracts.
           display
               '<h3>Sponsorship Contracts</h3>'
               '<table border="1">'
               '<tr><th>No.</th><th>Sponsor</th><th>Package</th>'
               '<th>Kind</th><th>Value</th><th>Billing</th>'
               '<th>Start</th><th>End</th><th>Billed</th>'
               '<th>Next invoice</th><th>Status</th><th></th></tr>'
           end-display
           open input sponsors
           if fstatus not = zeros
               display '</table><p>No contracts yet.</p>' end-display
               exit paragraph
           end-if
           open input companies
           move "00" to ws-fstatus
           read sponsors next
               at end move "10" to ws-fstatus
           end-read
           perform until ws-fstatus = "10"
               add 1 to wlistcount
               perform show-contract-row
               read sponsors next
                   at end move "10" to ws-fstatus
               end-read
           end-perform
           close companies
           display
               '</table>'
               '<p>Contracts shown: ' wlistcount '</p>'
           end-display
           perform list-deliverables
           close sponsors.
       show-contract-row.
           move "?" to wcompany-name
           move spn-company to cmp-id
           read companies
               invalid key continue
               not invalid key move cmp-name to wcompany-name
           end-read
           evaluate true
               when spn-courts     move "COURTS"     to wkind-text
               when spn-newsletter move "NEWSLETTER" to wkind-text
               when spn-shirts     move "SHIRTS"     to wkind-text
               when other          move "OTHER"      to wkind-text
           end-evaluate
           evaluate true
               when spn-monthly   move "MONTHLY"   to wsched-text
               when spn-quarterly move "QUARTERLY" to wsched-text
               when spn-annual    move "ANNUAL"    to wsched-text
               when other         move "UP FRONT"  to wsched-text
           end-evaluate
           if spn-active
               move "ACTIVE" to wstatus-text
           else
               move "ENDED"  to wstatus-text
           end-if
           move spn-value  to wvalue-display
           move spn-billed to wbilled-display
           display
               '<tr><td>' spn-id '</td>'
               '<td>' spn-company ' ' function trim(wcompany-name)
               '</td>'
               '<td>' function trim(spn-package) '</td>'
               '<td>' wkind-text '</td>'
               '<td>' wvalue-display '</td>'
               '<td>' wsched-text '</td>'
               '<td>' spn-start '</td>'
               '<td>' spn-end '</td>'
               '<td>' wbilled-display '</td>'
               '<td>' spn-next-bill '</td>'
               '<td>' wstatus-text '</td><td>'
           end-display
           if spn-active
               display
                   '<form name="xform" method="post"'
                   ' action="sponsors_submit.exe"'
                   ' style="display:inline">'
                   '<input type="hidden" name="token" value="'
                   wtoken '">'
                   '<input type="hidden" name="opcao" value="end">'
                   '<input type="hidden" name="spnid" value="'
                   spn-id '">'
                   '<input type="submit" value="End Contract"></form>'
               end-display
           end-if
           display '</td></tr>' end-display.
       list-deliverables.
           display
               '<h3>Deliverables</h3>'
               '<p>Mark U when the caretaker has put an item up and D'
               ' when it has come down.</p>'
               '<table border="1">'
               '<tr><th>Contract</th><th>Line</th><th>Type</th>'
               '<th>Location</th><th>Description</th><th>Qty</th>'
               '<th>Status</th><th>Checked</th><th>By</th>'
               '<th></th></tr>'
           end-display
           open input spndeliv
           if fstatus not = zeros
               display '</table><p>No deliverables yet.</p>'
               end-display
               exit paragraph
           end-if
           move "00" to wd-fstatus
           read spndeliv next
               at end move "10" to wd-fstatus
           end-read
           perform until wd-fstatus = "10"
               perform show-deliverable-row
               read spndeliv next
                   at end move "10" to wd-fstatus
               end-read
           end-perform
           close spndeliv
           display '</table>' end-display.
       show-deliverable-row.
           evaluate true
               when sdl-board  move "BOARD"   to wdltype-text
               when sdl-logo   move "LOGO"    to wdltype-text
               when sdl-advert move "ADVERT"  to wdltype-text
               when other      move "OTHER"   to wdltype-text
           end-evaluate
           evaluate true
               when sdl-up     move "UP"      to wdlstatus-text
               when sdl-down   move "DOWN"    to wdlstatus-text
               when other      move "PENDING" to wdlstatus-text
           end-evaluate
           display
               '<tr><td>' sdl-sponsor '</td>'
               '<td>' sdl-line '</td>'
               '<td>' wdltype-text '</td>'
               '<td>' function trim(sdl-location) '</td>'
               '<td>' function trim(sdl-desc) '</td>'
               '<td>' sdl-qty '</td>'
               '<td>' wdlstatus-text '</td>'
               '<td>' sdl-checked '</td>'
               '<td>' function trim(sdl-checked-by) '</td><td>'
               '<form name="dsform" method="post"'
               ' action="sponsors_submit.exe"'
               ' style="display:inline">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="check">'
               '<input type="hidden" name="spnid" value="'
               sdl-sponsor '">'
               '<input type="hidden" name="spncompany" value="">'
               '<input type="hidden" name="spnpackage" value="">'
               '<input type="hidden" name="spnkind" value="">'
               '<input type="hidden" name="spnvalue" value="">'
               '<input type="hidden" name="spnsched" value="">'
               '<input type="hidden" name="spnstart" value="">'
               '<input type="hidden" name="spnend" value="">'
               '<input type="hidden" name="dlline" value="'
               sdl-line '">'
               '<input type="hidden" name="dltype" value="">'
               '<input type="hidden" name="dlloc" value="">'
               '<input type="hidden" name="dldesc" value="">'
               '<input type="hidden" name="dlqty" value="">'
               '<input type="text" name="dlstatus" size="1">'
               '<input type="submit" value="Set"></form></td></tr>'
           end-display.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
