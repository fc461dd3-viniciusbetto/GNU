       identification division.
       program-id. defects.
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
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "defects.cpy".
       copy "resources.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       78  wclosed-days      value 90.
       01  wr-fstatus        pic xx    value "00".
       01  wlogin            pic x(60) value spaces.
       01  wtoday            pic x(08) value spaces.
       01  wsince            pic x(08) value spaces.
       01  wsince-int        pic s9(09) comp.
       01  wlivecount        pic 9(04) value zeros.
       01  wclosedcount      pic 9(04) value zeros.
       01  wres-display      pic x(40) value spaces.
       01  wprio-display     pic x(08) value spaces.
       01  wstate-display    pic x(12) value spaces.
       01  wwho-display      pic x(60) value spaces.
       01  wcost-display     pic zzzzzz9,99.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 filler         pic x(5968).
       copy "lnk-general.cpy".
       procedure division.
      *> Defects and work orders (staff only): every live order with
      *> its resource, priority, who has it and where it stands, then
      *> those closed or dropped in the last 90 days with their cost,
      *> and the forms to log a defect, assign or move an order on,
      *> close it with the cost, or drop it. DEFECTS_SUBMIT does the
      *> work.
           display
               "Content-type: text/html"
               newline
           end-display
           move "defects" to wprogname
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
           move wsessionlogin to wlogin
           perform authorize-staff-only.
           close members
           move function current-date(1:8) to wtoday
           compute wsince-int = function integer-of-date(
               function numval(wtoday)) - wclosed-days
           move function date-of-integer(wsince-int) to wsince
           copy "header_html.cpy".
           copy "menu_html.cpy".
           open input resources
           if fstatus = "35"
               open output resources
               close resources
               open input resources
           end-if
           open input defects
           if fstatus = "35"
               open output defects
               close defects
               open input defects
           end-if
           display
               '<h3>Defects and Work Orders</h3>'
               '<h4>Open</h4>'
               '<table border="1">'
               '<tr><th>No</th><th>Resource</th><th>Defect</th>'
               '<th>Reported</th><th>By</th><th>Priority</th>'
               '<th>Assigned To</th><th>Status</th></tr>'
           end-display
           perform start-defects
           perform until wr-fstatus = "10"
               if dft-live
                   add 1 to wlivecount
                   perform show-live-row
               end-if
               read defects next
                   at end move "10" to wr-fstatus
               end-read
           end-perform
           display
               '</table>'
               '<p>Open work orders: ' wlivecount '</p>'
               '<h4>Closed in the Last 90 Days</h4>'
               '<table border="1">'
               '<tr><th>No</th><th>Resource</th><th>Defect</th>'
               '<th>Fixed By</th><th>Closed</th><th>Outcome</th>'
               '<th>Cost</th><th>Note</th></tr>'
           end-display
           perform start-defects
           perform until wr-fstatus = "10"
               if not dft-live and dft-closed >= wsince
                   add 1 to wclosedcount
                   perform show-closed-row
               end-if
               read defects next
                   at end move "10" to wr-fstatus
               end-read
           end-perform
           display
               '</table>'
               '<p>Closed: ' wclosedcount '</p>'
               '<h4>Log a Defect</h4>'
               '<form name="rptform" method="post"'
               ' action="defects_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="report">'
               '<input type="hidden" name="dftid" value="">'
               'Resource: <select name="dfres">'
           end-display
           perform resource-options
           close resources
           close defects
           display
               '</select>'
               '<br>Defect: <input type="text" name="dfdesc"'
               ' size="100">'
               '<br>Priority: <select name="dfprio">'
               '<option value="N">Normal</option>'
               '<option value="S">Severe -- close the resource'
               '</option>'
               '<option value="H">High</option>'
               '<option value="L">Low</option></select>'
               '<input type="submit" value="Log Defect">'
               '</form>'
               '<h4>Assign / Update a Work Order</h4>'
               '<form name="asgform" method="post"'
               ' action="defects_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="assign">'
               'Work order no: <input type="text" name="dftid"'
               ' size="9">'
               '<input type="hidden" name="dfres" value="">'
               '<input type="hidden" name="dfdesc" value="">'
               ' Priority: <select name="dfprio">'
               '<option value="N">Normal</option>'
               '<option value="S">Severe -- close the resource'
               '</option>'
               '<option value="H">High</option>'
               '<option value="L">Low</option></select>'
               '<br>Assign to: <select name="dftype">'
               '<option value="C">Caretaker</option>'
               '<option value="X">Contractor</option></select>'
               ' Caretaker login: <input type="text" name="dfowner"'
               ' size="20">'
               ' Contractor supplier no: <input type="text"'
               ' name="dfsupp" size="9">'
               '<br>Status: <select name="dfstatus">'
               '<option value="A">Assigned</option>'
               '<option value="P">In progress</option></select>'
               '<input type="submit" value="Save">'
               '</form>'
               '<h4>Close a Work Order</h4>'
               '<form name="clsform" method="post"'
               ' action="defects_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="close">'
               'Work order no: <input type="text" name="dftid"'
               ' size="9">'
               '<input type="hidden" name="dfres" value="">'
               '<input type="hidden" name="dfdesc" value="">'
               '<input type="hidden" name="dfprio" value="">'
               '<input type="hidden" name="dftype" value="">'
               '<input type="hidden" name="dfowner" value="">'
               '<input type="hidden" name="dfsupp" value="">'
               '<input type="hidden" name="dfstatus" value="">'
               ' Cost (contractor cost goes to expenses): <input'
               ' type="text" name="dfcost" size="10">'
               '<br>What was done: <input type="text" name="dfnote"'
               ' size="80">'
               '<input type="submit" value="Close">'
               '</form>'
               '<h4>Drop a Work Order</h4>'
               '<form name="drpform" method="post"'
               ' action="defects_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="drop">'
               'Work order no: <input type="text" name="dftid"'
               ' size="9">'
               '<input type="hidden" name="dfres" value="">'
               '<input type="hidden" name="dfdesc" value="">'
               '<input type="hidden" name="dfprio" value="">'
               '<input type="hidden" name="dftype" value="">'
               '<input type="hidden" name="dfowner" value="">'
               '<input type="hidden" name="dfsupp" value="">'
               '<input type="hidden" name="dfstatus" value="">'
               '<input type="hidden" name="dfcost" value="">'
               ' Why: <input type="text" name="dfnote" size="60">'
               '<input type="submit" value="Drop">'
               '</form>'
           end-display
           copy "footer_html.cpy".
           stop run.
       start-defects.
           move "00" to wr-fstatus
           move zeros to dft-id
           start defects key is not less than dft-id
               invalid key move "10" to wr-fstatus
           end-start
           if wr-fstatus not = "10"
               read defects next
                   at end move "10" to wr-fstatus
               end-read
           end-if.
       resource-name.
           move dft-resource to res-id
           read resources invalid key
               move "?" to wres-display
           not invalid key
               move res-name to wres-display
           end-read.
       show-live-row.
           perform resource-name
           evaluate true
               when dft-severe move "SEVERE" to wprio-display
               when dft-high   move "HIGH"   to wprio-display
               when dft-low    move "LOW"    to wprio-display
               when other      move "NORMAL" to wprio-display
           end-evaluate
           evaluate true
               when dft-assigned    move "ASSIGNED"    to wstate-display
               when dft-in-progress move "IN PROGRESS" to wstate-display
               when other           move "REPORTED"    to wstate-display
           end-evaluate
           move spaces to wwho-display
           evaluate true
               when dft-caretaker
                   string "CARETAKER " delimited by size
                          dft-assignee delimited by size
                       into wwho-display
                   end-string
               when dft-contractor
                   string "CONTRACTOR " delimited by size
                          dft-assignee delimited by size
                       into wwho-display
                   end-string
           end-evaluate
           display
               '<tr><td>' dft-id '</td>'
               '<td>' dft-resource ' ' function trim(wres-display)
               '</td>'
               '<td>' function trim(dft-description) '</td>'
               '<td>' dft-reported(1:8) '</td>'
               '<td>' function trim(dft-reporter) ' ('
               dft-source ')</td>'
               '<td>' wprio-display '</td>'
               '<td>' function trim(wwho-display) '</td>'
               '<td>' wstate-display '</td></tr>'
           end-display.
       show-closed-row.
           perform resource-name
           if dft-completed
               move "FIXED" to wstate-display
           else
               move "DROPPED" to wstate-display
           end-if
           move dft-cost to wcost-display
           display
               '<tr><td>' dft-id '</td>'
               '<td>' dft-resource ' ' function trim(wres-display)
               '</td>'
               '<td>' function trim(dft-description) '</td>'
               '<td>' function trim(dft-assignee) '</td>'
               '<td>' dft-closed '</td>'
               '<td>' wstate-display '</td>'
               '<td>' wcost-display '</td>'
               '<td>' function trim(dft-fix-note) '</td></tr>'
           end-display.
       resource-options.
           move "00" to wr-fstatus
           move zeros to res-id
           start resources key is not less than res-id
               invalid key move "10" to wr-fstatus
           end-start
           if wr-fstatus not = "10"
               read resources next
                   at end move "10" to wr-fstatus
               end-read
           end-if
           perform until wr-fstatus = "10"
               display
                   '<option value="' res-id '">' res-id ' '
                   function trim(res-name) '</option>'
               end-display
               read resources next
                   at end move "10" to wr-fstatus
               end-read
           end-perform.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
