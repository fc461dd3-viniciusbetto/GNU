       identification division.
       program-id. taxcodes.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "taxcodes.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "taxcodes.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wp-fstatus        pic xx    value "00".
       01  wlogin            pic x(60) value spaces.
       01  wrate-display     pic z9,99.
       01  wrowcount         pic 9(04) value zeros.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 filler         pic x(5968).
       copy "lnk-general.cpy".
       procedure division.
      *> Sales tax / VAT codes -- one row per rate the club charges.
      *> Price-list items and tariff tiers name a code; a blank code
      *> takes the category default (ST for bar, merchandise and
      *> passes, EX for dues, donations and event fees). The rate is
      *> applied to tax-inclusive prices wherever a charge is
      *> recorded, and the account is the liability the GL export
      *> books the tax to. Staff only.
           display
               "Content-type: text/html"
               newline
           end-display
           move "taxcodes" to wprogname
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
           open input taxcodes
           if fstatus = "35"
               open output taxcodes
               close taxcodes
               open input taxcodes
           end-if
           display
               '<h3>Sales Tax Codes</h3>'
               '<table border="1">'
               '<tr><th>Code</th><th>Description</th><th>Rate %</th>'
               '<th>Liability Account</th><th>Active</th></tr>'
           end-display
           move "00" to wp-fstatus
           move low-values to txc-code
           start taxcodes key is not less than txc-code
               invalid key move "10" to wp-fstatus
           end-start
           if wp-fstatus not = "10"
               read taxcodes next
                   at end move "10" to wp-fstatus
               end-read
           end-if
           perform until wp-fstatus = "10"
               add 1 to wrowcount
               move txc-rate to wrate-display
               display
                   '<tr>'
                   '<td>' txc-code '</td>'
                   '<td>' txc-desc '</td>'
                   '<td>' wrate-display '</td>'
                   '<td>' txc-account '</td>'
                   '<td>' txc-status '</td>'
                   '</tr>'
               end-display
               read taxcodes next
                   at end move "10" to wp-fstatus
               end-read
           end-perform
           display
               '</table>'
               '<p>Codes: ' wrowcount '</p>'
               '<p>Blank item/tier codes default to ST (bar, '
               'merchandise, passes) or EX (dues, donations, events).'
               '</p>'
               '<form name="txform" method="post"'
               ' action="taxcodes_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               'Code: <input type="text" name="txccode" size="2">'
               ' Description: <input type="text" name="txcdesc"'
               ' size="20">'
               ' Rate % (0000-9999, 2 decimals): '
               '<input type="text" name="txcrate" size="4">'
               ' Account: <input type="text" name="txcacct" size="8">'
               ' Active (A/X): <input type="text" name="txcactive"'
               ' size="1" value="A">'
               '<input type="submit" value="Save Code">'
               '</form>'
           end-display
           close taxcodes
           copy "footer_html.cpy".
           stop run.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
