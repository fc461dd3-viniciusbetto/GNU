       identification division.
       program-id. reportreq_submit.
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
       01  wrequester-email  pic x(120) value spaces.
       01  wfound-cat        pic x(01) value "N".
       01  wparam-table.
           02 wparam-in occurs 3 times pic x(60).
       01  wvalue            pic x(60) value spaces.
       01  wdate-n           pic 9(08) value zeros.
       01  wmonth-n          pic 9(02) value zeros.
       01  wreq-display      pic z(8)9.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wreport-in     pic x(20).
           02 filler         pic x(5948).
       copy "lnk-general.cpy".
       procedure division.
      *> Queues one on-demand report for REPORT-POLLER. The report
      *> must be in the catalogue and each parameter must be of its
      *> kind (a real date, month, year or quarter; a login that is
      *> on file), with the required ones given. The requester's
      *> email is taken now so the ready notice goes where they were
      *> when they asked. Staff only and audited.
           display
              "Content-type: text/html"
               newline
           end-display
           move "reportreq_submit" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           if wform-toolarge
               move "FORM TOO LARGE !!" to wmsgweb
               perform openprogram
               stop run
           end-if
           move warray(1) to wtoken-in
           move warray(2) to wreport-in
           move warray(3) to wparam-in(1)
           move warray(4) to wparam-in(2)
           move warray(5) to wparam-in(3)
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-reportreq
           end-if
           perform authorize-staff-only.
           move email to wrequester-email
           move "N" to wfound-cat
           perform varying wcat-idx from 1 by 1
                   until wcat-idx > wcat-max or wfound-cat = "Y"
               if wcat-name(wcat-idx) = wreport-in
                   move "Y" to wfound-cat
               end-if
           end-perform
           if wfound-cat = "N"
               close members
               move "REPORT IS NOT IN THE CATALOGUE !!" to wmsgweb
               go redir-reportreq
           end-if
           subtract 1 from wcat-idx
           perform varying wcat-pidx from 1 by 1 until wcat-pidx > 3
               perform check-param
           end-perform
           close members
           if wmsgweb not = spaces
               go redir-reportreq
           end-if
           move "RPTREQ-SEQ" to wcountername
           perform next-counter
           open i-o rptreq
           if fstatus = "35"
               open output rptreq
               close rptreq
               open i-o rptreq
           end-if
           initialize reg-rptreq
           move wcountervalue to rrq-id
           move wreport-in    to rrq-report
           move wparam-in(1)  to rrq-param(1)
           move wparam-in(2)  to rrq-param(2)
           move wparam-in(3)  to rrq-param(3)
           move wsessionlogin to rrq-requester
           move wrequester-email to rrq-email
           move function current-date(1:14) to rrq-requested
           move "Q" to rrq-status
           move spaces to rrq-started rrq-finished rrq-libname
               rrq-message
           move zeros to rrq-rc
           write reg-rptreq invalid key
               move "REQUEST NOT SAVED -- TRY AGAIN !!" to wmsgweb
           end-write
           close rptreq
           if wmsgweb not = spaces
               go redir-reportreq
           end-if
           move wsessionlogin to wlogin
           move "RPTREQ-ADD" to waudit-op
           perform write-audit
           move wcountervalue to wreq-display
           string "REQUEST " function trim(wreq-display) " FOR "
                  function trim(wreport-in) " QUEUED."
               delimited by size into wmsgweb
           end-string.
       redir-reportreq.
           move "post"          to wmethod
           move "reportreq.exe" to wexec
           perform openprogram
           stop run.
       check-param.
      *> One parameter against its catalogue entry; the first fault
      *> found is the one reported.
           if wmsgweb not = spaces
               exit paragraph
           end-if
           move wparam-in(wcat-pidx) to wvalue
           if wcat-env(wcat-idx, wcat-pidx) = spaces
               move spaces to wparam-in(wcat-pidx)
               exit paragraph
           end-if
           if wvalue = spaces
               if wcat-req(wcat-idx, wcat-pidx) = "Y"
                   string function trim(wcat-env(wcat-idx, wcat-pidx))
                          " IS REQUIRED !!"
                       delimited by size into wmsgweb
                   end-string
               end-if
               exit paragraph
           end-if
           evaluate wcat-kind(wcat-idx, wcat-pidx)
               when "D"
                   if wvalue(1:8) not numeric
                           or wvalue(9:) not = spaces
                       perform bad-param
                   else
                       move wvalue(1:8) to wdate-n
                       if function test-date-yyyymmdd(wdate-n) not = 0
                           perform bad-param
                       end-if
                   end-if
               when "M"
                   if wvalue(1:6) not numeric
                           or wvalue(7:) not = spaces
                       perform bad-param
                   else
                       move wvalue(5:2) to wmonth-n
                       if wmonth-n < 1 or wmonth-n > 12
                           perform bad-param
                       end-if
                   end-if
               when "Y"
                   if wvalue(1:4) not numeric
                           or wvalue(5:) not = spaces
                       perform bad-param
                   end-if
               when "Q"
                   if wvalue(1:5) not numeric
                           or wvalue(6:) not = spaces
                           or wvalue(5:1) < "1" or wvalue(5:1) > "4"
                       perform bad-param
                   end-if
               when "L"
                   move wvalue to login
                   read members invalid key
                       string function trim(wvalue)
                              " IS NOT A MEMBER LOGIN !!"
                           delimited by size into wmsgweb
                       end-string
                   end-read
           end-evaluate.
       bad-param.
           string "INVALID "
                  function trim(wcat-env(wcat-idx, wcat-pidx))
                  ": " function trim(wvalue) " !!"
               delimited by size into wmsgweb
           end-string.
           copy "counter-next.cpy".
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
