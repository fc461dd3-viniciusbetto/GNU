       identification division.
       program-id. payhold.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "payhold.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "payhold.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wh-fstatus        pic xx    value "00".
       01  wlogin            pic x(60) value spaces.
       01  wrowcount         pic 9(04) value zeros.
       01  wtype-display     pic x(10) value spaces.
       01  wamt-display      pic zzzzzz9,99.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 filler         pic x(5968).
       copy "lnk-general.cpy".
       procedure division.
      *> Second-approval queue for money going out of the club's
      *> favour: credit adjustments and refunds PAYMENT_REVERSE held
      *> because they were over APPROVAL_THRESHOLD. Each pending
      *> item shows who keyed it; any other staff or admin login
      *> can approve (the row is posted then) or reject it. The
      *> keying operator sees their own items without the buttons.
           display
               "Content-type: text/html"
               newline
           end-display
           move "payhold" to wprogname
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
           display
               '<h3>Held Adjustments and Refunds</h3>'
               '<table border="1">'
               '<tr><th>Ref</th><th>Member</th><th>Type</th>'
               '<th>Amount</th><th>Reason</th><th>Keyed By</th>'
               '<th>Keyed</th><th></th></tr>'
           end-display
           open input payhold
           if fstatus = "35"
               open output payhold
               close payhold
               open input payhold
           end-if
           if fstatus = zeros
               move "00" to wh-fstatus
               move zeros to phd-seq
               start payhold key is not less than phd-seq
                   invalid key move "10" to wh-fstatus
               end-start
               if wh-fstatus not = "10"
                   read payhold next
                       at end move "10" to wh-fstatus
                   end-read
               end-if
               perform until wh-fstatus = "10"
                   if phd-pending
                       add 1 to wrowcount
                       perform show-hold-row
                   end-if
                   read payhold next
                       at end move "10" to wh-fstatus
                   end-read
               end-perform
               close payhold
           end-if
           display
               '</table>'
               '<p>Pending: ' wrowcount '</p>'
           end-display
           copy "footer_html.cpy".
           stop run.
       show-hold-row.
           if phd-refund
               move "REFUND" to wtype-display
           else
               move "CREDIT ADJ" to wtype-display
           end-if
           move phd-amount to wamt-display
           display
               '<tr>'
               '<td>' phd-seq '</td>'
               '<td>' function trim(phd-login) '</td>'
               '<td>' wtype-display '</td>'
               '<td>' wamt-display '</td>'
               '<td>' phd-reason '</td>'
               '<td>' function trim(phd-requested-by) '</td>'
               '<td>' phd-requested(1:8) '</td>'
               '<td>'
           end-display
           if phd-requested-by = wsessionlogin
               display
                   'Awaiting another login'
                   '</td></tr>'
               end-display
               exit paragraph
           end-if
           display
               '<form name="haform" method="post"'
               ' action="payhold_submit.exe">'
               '<input type="hidden" name="token" value="'
               wtoken '">'
               '<input type="hidden" name="opcao" value="approve">'
               '<input type="hidden" name="holdseq" value="'
               phd-seq '">'
               '<input type="submit" value="Approve">'
               '</form>'
               '<form name="hrform" method="post"'
               ' action="payhold_submit.exe">'
               '<input type="hidden" name="token" value="'
               wtoken '">'
               '<input type="hidden" name="opcao" value="reject">'
               '<input type="hidden" name="holdseq" value="'
               phd-seq '">'
               '<input type="submit" value="Reject">'
               '</form>'
               '</td>'
               '</tr>'
           end-display.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
