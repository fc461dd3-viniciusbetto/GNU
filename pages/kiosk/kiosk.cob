           copy "memdocs.sel".
           copy "passes.sel".
           copy "partners.sel".
           copy "courses.sel".
           copy "crssess.sel".
           copy "crsenrol.sel".
           copy "resources.sel".
           copy "defects.sel".
           copy "counters.sel".
           copy "errlog.sel".
           select visits-out assign to "visits.dat"
               organization is line sequential
       copy "memdocs.cpy".
       copy "passes.cpy".
       copy "partners.cpy".
       copy "courses.cpy".
       copy "crssess.cpy".
       copy "crsenrol.cpy".
       copy "resources.cpy".
       copy "defects.cpy".
       copy "counters.cpy".
       copy "errlog.cpy".
       fd  visits-out.
       01  visit-line.
       01  whaslastpayment   pic x(01) value "N".
       01  wlastdue          pic 9(08) value zeros.
       01  wpayments-ok      pic x(01) value "N".
       01  wcs-fstatus       pic xx    value "00".
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wmemberid-in   pic x(09).
           02 wpartner-in    pic x(04).
           02 whomeno-in     pic x(20).
           02 wdfres-in      pic x(04).
           02 wdfdesc-in     pic x(200).
           02 filler         pic x(5763).
       copy "lnk-general.cpy".
       procedure division.
      *> Door kiosk -- the first thing that ever scans the MEMBER-ID
           move warray(1) to wmemberid-in
           move warray(2) to wpartner-in
           move warray(3) to whomeno-in
           move warray(4) to wdfres-in
           move warray(5) to wdfdesc-in
           copy "header_html.cpy".
           display '<h2>Welcome to the Club</h2>' end-display
      *> NUMVAL for the hand-keyed (space-padded) case, and a hard
      *> zero guard: pending applications sit at MEMBER-ID zero
      *> until approval, so 000000000 must never match anyone.
           move function numval(wmemberid-in) to wwant-id
      *> A fault report carries the member's ID as well, but is not
      *> a check-in.
           if wdfdesc-in not = spaces
               perform report-fault
               move zeros to wwant-id
           end-if
           if wwant-id not = zeros
               perform find-by-member-id
               if wfound = "Y"
               '<input type="submit" value="Sign In Visitor">'
               '</form>'
           end-display
           perform show-fault-form
           copy "footer_html.cpy".
           stop run.
       handle-scan.
               end-display
               exit paragraph
           end-if
      *> A frozen membership pays no dues and so has no entry until
      *> the freeze ends or the desk lifts it.
           move function current-date(1:8) to wtoday
           if freeze-start is numeric and freeze-end is numeric
                   and freeze-start <= wtoday
                   and freeze-end >= wtoday
               display
                   '<h3 style="color:red">MEMBERSHIP FROZEN UNTIL '
                   freeze-end ' -- PLEASE SEE THE FRONT DESK.</h3>'
               end-display
               exit paragraph
           end-if
           perform check-waiver
           if wwaiverblocked = "Y"
               display
                   function trim(photo-file)
                   '" alt="member photo" width="160"></p>'
               end-display
           end-if
           perform mark-course-attendance.
       mark-course-attendance.
      *> Checking in on a course day counts as attending that day's
      *> session of every course the member is enrolled on -- the
      *> same mark the staff roster sets by hand.
           move function current-date(1:8) to wtoday8
           open input crssess
           if fstatus not = zeros
               exit paragraph
           end-if
           open i-o crsenrol
           if fstatus not = zeros
               close crssess
               exit paragraph
           end-if
           open input courses
           move "00" to wcs-fstatus
           move low-values to cse-key
           start crssess key is not less than cse-key
               invalid key move "10" to wcs-fstatus
           end-start
           if wcs-fstatus not = "10"
               read crssess next
                   at end move "10" to wcs-fstatus
               end-read
           end-if
           perform until wcs-fstatus = "10"
               if cse-date = wtoday8 and not cse-cancelled
                   perform mark-one-session
               end-if
               read crssess next
                   at end move "10" to wcs-fstatus
               end-read
           end-perform
           close courses
           close crsenrol
           close crssess.
       mark-one-session.
           move cse-course to cen-course
           move login      to cen-login
           read crsenrol invalid key
               exit paragraph
           end-read
           if not cen-active or cen-attended(cse-no) = "Y"
               exit paragraph
           end-if
           move "Y" to cen-attended(cse-no)
           add 1 to cen-attend-count
           rewrite reg-crsenrol
           move cse-course to crs-id
           read courses invalid key
               move spaces to crs-name
           end-read
           display
               '<p>Attendance recorded: '
               function trim(crs-name) ', session ' cse-no '</p>'
           end-display.
       check-waiver.
      *> Insurer's condition: a member with no current WAIVER row in
      *> MEMDOCS does not walk past the kiosk green. The desk can
           move wdirection to vis-dir
           write visit-line
           close visits-out.
       report-fault.
      *> Anything broken, reported at the door against a court or
      *> room: the member's ID says who, and the defect goes on the
      *> work-order list for staff to judge and assign.
           move "N" to wfound
           if wwant-id not = zeros
               perform find-by-member-id
           end-if
           if wfound not = "Y"
               perform show-not-recognized
               exit paragraph
           end-if
           if wdfres-in not numeric
               display
                   '<p>PLEASE CHOOSE WHERE THE FAULT IS.</p>'
               end-display
               exit paragraph
           end-if
           move wdfres-in  to wdft-resource
           move wdfdesc-in to wdft-desc
           move login      to wdft-reporter
           move "K"        to wdft-source
           move spaces     to wdft-priority
           perform log-defect
           if wdft-id = zeros
               display
                   '<p>' function trim(wmsgweb) '</p>'
               end-display
           else
               display
                   '<h3>Thank you, ' function trim(name)
                   ' -- fault reported (work order ' wdft-id
                   ').</h3>'
               end-display
           end-if.
       show-fault-form.
           open input resources
           if fstatus not = zeros
               exit paragraph
           end-if
           display
               '<form name="faultform" method="post"'
               ' action="kiosk.exe">'
               'Report a fault -- Member ID: '
               '<input type="text" name="memberid" size="9">'
               '<input type="hidden" name="partner" value="">'
               '<input type="hidden" name="homeno" value="">'
               ' Where: <select name="dfres">'
           end-display
           move "00" to wp-fstatus
           move zeros to res-id
           start resources key is not less than res-id
               invalid key move "10" to wp-fstatus
           end-start
           if wp-fstatus not = "10"
               read resources next
                   at end move "10" to wp-fstatus
               end-read
           end-if
           perform until wp-fstatus = "10"
               display
                   '<option value="' res-id '">'
                   function trim(res-name) '</option>'
               end-display
               read resources next
                   at end move "10" to wp-fstatus
               end-read
           end-perform
           close resources
           display
               '</select>'
               ' What is wrong: <input type="text" name="dfdesc"'
               ' size="40">'
               '<input type="submit" value="Report Fault">'
               '</form>'
           end-display.
           copy "counter-next.cpy".
           copy "defect-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
