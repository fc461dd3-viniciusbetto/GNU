       identification division.
       program-id. reportreq.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "rptreq.sel".
           copy "counters.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "rptreq.cpy".
       copy "counters.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       copy "rptcatalog.cpy".
       01  wlogin            pic x(60) value spaces.
       01  wq-fstatus        pic xx    value "00".
       01  wlistcount        pic 9(04) value zeros.
       78  wlist-max         value 50.
       01  wfirst-id         pic 9(09) value zeros.
       01  wkind-base        pic x(08) value spaces.
       01  wkind-hint        pic x(24) value spaces.
       01  wstatus-text      pic x(10) value spaces.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 filler         pic x(5968).
       copy "lnk-general.cpy".
       procedure division.
      *> On-demand reports: staff pick a catalogued report, fill in
      *> its parameters and queue it; REPORT-POLLER runs the queue in
      *> the day, files the output in the report library under
      *> REQnnnnnn-<REPORT> and mails the requester. Below the forms,
      *> the most recent requests and where each one stands. Staff
      *> only.
           display
               "Content-type: text/html"
               newline
           end-display
           move "reportreq" to wprogname
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
               '<h3>Request a Report</h3>'
               '<p>Dates CCYYMMDD, months CCYYMM, years CCYY,'
               ' quarters CCYYN. Leave an optional field blank for'
               ' the usual default. You are mailed when the report'
               ' is in the library.</p>'
               '<table border="1">'
               '<tr><th>Report</th><th>Parameters</th><th></th></tr>'
           end-display
           perform varying wcat-idx from 1 by 1
                   until wcat-idx > wcat-max
               perform show-catalog-entry
           end-perform
           display '</table>' end-display
           perform list-requests
           copy "footer_html.cpy".
           stop run.
       show-catalog-entry.
           display
               '<tr><td>' wcat-name(wcat-idx) '</td><td>'
               '<form name="reqform" method="post"'
               ' action="reportreq_submit.exe"'
               ' style="display:inline">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="report" value="'
               wcat-name(wcat-idx) '">'
           end-display
           perform varying wcat-pidx from 1 by 1 until wcat-pidx > 3
               if wcat-env(wcat-idx, wcat-pidx) = spaces
                   display
                       '<input type="hidden" name="p' wcat-pidx
                       '" value="">'
                   end-display
               else
                   perform set-kind-hint
                   display
                       wcat-env(wcat-idx, wcat-pidx) ' ('
                       function trim(wkind-hint) '): '
                       '<input type="text" name="p' wcat-pidx
                       '" size="12"> '
                   end-display
               end-if
           end-perform
           display
               '</td><td><input type="submit" value="Queue">'
               '</form></td></tr>'
           end-display.
       set-kind-hint.
           evaluate wcat-kind(wcat-idx, wcat-pidx)
               when "D" move "CCYYMMDD" to wkind-base
               when "M" move "CCYYMM"   to wkind-base
               when "Y" move "CCYY"     to wkind-base
               when "Q" move "CCYYN"    to wkind-base
               when "L" move "LOGIN"    to wkind-base
               when other move spaces   to wkind-base
           end-evaluate
           move wkind-base to wkind-hint
           if wcat-req(wcat-idx, wcat-pidx) not = "Y"
               move spaces to wkind-hint
               string function trim(wkind-base) ", optional"
                   delimited by size into wkind-hint
               end-string
           end-if.
       list-requests.
           move "RPTREQ-SEQ" to wcountername
           perform read-counter
           move 1 to wfirst-id
           if wcountervalue > wlist-max
               compute wfirst-id = wcountervalue - wlist-max + 1
           end-if
           display
               '<h3>Recent Requests</h3>'
               '<table border="1">'
               '<tr><th>No.</th><th>Report</th><th>Parameters</th>'
               '<th>By</th><th>Asked</th><th>Status</th>'
               '<th>Library</th><th>Note</th></tr>'
           end-display
           open input rptreq
           if fstatus not = zeros
               display '</table><p>No requests yet.</p>' end-display
               exit paragraph
           end-if
           move "00" to wq-fstatus
           move wfirst-id to rrq-id
           start rptreq key is not less than rrq-id
               invalid key move "10" to wq-fstatus
           end-start
           if wq-fstatus not = "10"
               read rptreq next
                   at end move "10" to wq-fstatus
               end-read
           end-if
           perform until wq-fstatus = "10"
               add 1 to wlistcount
               evaluate true
                   when rrq-queued  move "QUEUED"  to wstatus-text
                   when rrq-running move "RUNNING" to wstatus-text
                   when rrq-done    move "READY"   to wstatus-text
                   when rrq-failed  move "FAILED"  to wstatus-text
                   when other       move rrq-status to wstatus-text
               end-evaluate
               display
                   '<tr><td>' rrq-id '</td>'
                   '<td>' rrq-report '</td>'
                   '<td>' function trim(rrq-param(1)) ' '
                   function trim(rrq-param(2)) ' '
                   function trim(rrq-param(3)) '</td>'
                   '<td>' function trim(rrq-requester) '</td>'
                   '<td>' rrq-requested '</td>'
                   '<td>' wstatus-text '</td>'
                   '<td>' rrq-libname '</td>'
                   '<td>' function trim(rrq-message) '</td></tr>'
               end-display
               read rptreq next
                   at end move "10" to wq-fstatus
               end-read
           end-perform
           close rptreq
           display
               '</table>'
               '<p>Requests shown: ' wlistcount
               ' -- finished reports open from the'
               ' <a href="reports.exe">Report Library</a>.</p>'
           end-display.
           copy "counter-read.cpy".
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
