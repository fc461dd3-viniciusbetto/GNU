       identification division.
       program-id. assets.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "assets.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "assets.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wa-fstatus        pic xx    value "00".
       01  wlogin            pic x(60) value spaces.
       01  wrowcount         pic 9(04) value zeros.
       01  wnbv              pic 9(07)v99 value zeros.
       01  wcost-display     pic zzzzzz9,99.
       01  wdep-display      pic zzzzzz9,99.
       01  wnbv-display      pic zzzzzz9,99.
       01  wtot-cost         pic 9(09)v99 value zeros.
       01  wtot-nbv          pic 9(09)v99 value zeros.
       01  wtot-display      pic zzzzzzzz9,99.
       01  wtot2-display     pic zzzzzzzz9,99.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 filler         pic x(5968).
       copy "lnk-general.cpy".
       procedure division.
      *> Fixed asset register -- the court nets, ball machines, gym
      *> equipment and bar fridges the club owns, at cost, with the
      *> depreciation charged so far and the book value left. An
      *> asset can stand for a lending ITEMS row or a bookable
      *> RESOURCES row. ASSET-DEPRECIATE charges the month after
      *> PERIOD-CLOSE and disposes of retired or lost items. Staff
      *> only.
           display
               "Content-type: text/html"
               newline
           end-display
           move "assets" to wprogname
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
           open input assets
           if fstatus = "35"
               open output assets
               close assets
               open input assets
           end-if
           display
               '<h3>Fixed Assets</h3>'
               '<table border="1">'
               '<tr><th>Id</th><th>Asset</th><th>Link</th>'
               '<th>Acquired</th><th>Cost</th><th>Life (months)</th>'
               '<th>Method</th><th>Depreciated</th><th>Book Value</th>'
               '<th>Through</th><th>Status</th></tr>'
           end-display
           move "00" to wa-fstatus
           move zeros to ast-id
           start assets key is not less than ast-id
               invalid key move "10" to wa-fstatus
           end-start
           if wa-fstatus not = "10"
               read assets next
                   at end move "10" to wa-fstatus
               end-read
           end-if
           perform until wa-fstatus = "10"
               add 1 to wrowcount
               move zeros to wnbv
               if ast-in-use
                   compute wnbv = ast-cost - ast-accum-dep
                   add ast-cost to wtot-cost
                   add wnbv to wtot-nbv
               end-if
               move ast-cost to wcost-display
               move ast-accum-dep to wdep-display
               move wnbv to wnbv-display
               display
                   '<tr>'
                   '<td>' ast-id '</td>'
                   '<td>' ast-desc '</td>'
                   '<td>' ast-link-type ' ' ast-link-id '</td>'
                   '<td>' ast-acquired '</td>'
                   '<td>' wcost-display '</td>'
                   '<td>' ast-life-months '</td>'
                   '<td>' ast-method '</td>'
                   '<td>' wdep-display '</td>'
                   '<td>' wnbv-display '</td>'
                   '<td>' ast-last-dep '</td>'
                   '<td>' ast-status ' ' ast-disposed-on '</td>'
                   '</tr>'
               end-display
               read assets next
                   at end move "10" to wa-fstatus
               end-read
           end-perform
           move wtot-cost to wtot-display
           move wtot-nbv to wtot2-display
           display
               '</table>'
               '<p>Assets: ' wrowcount '  In use at cost: '
               wtot-display '  Book value: ' wtot2-display '</p>'
               '<form name="astform" method="post"'
               ' action="assets_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               'Asset: <input type="text" name="astdesc" size="30">'
               ' Links to (I = lending item, R = resource, blank'
               ' none): <input type="text" name="astlink" size="1">'
               ' Id: <input type="text" name="astlinkid" size="5">'
               '<br>Acquired (CCYYMMDD): '
               '<input type="text" name="astdate" size="8">'
               ' Cost (blank = item cost): '
               '<input type="text" name="astcost" size="10">'
               ' Residual: <input type="text" name="astresid"'
               ' size="10">'
               ' Life (months): <input type="text" name="astlife"'
               ' size="3">'
               ' Method (S straight line / R reducing balance): '
               '<input type="text" name="astmethod" size="1"'
               ' value="S">'
               '<input type="submit" value="Add Asset">'
               '</form>'
           end-display
           close assets
           copy "footer_html.cpy".
           stop run.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
