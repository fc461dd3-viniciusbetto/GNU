       identification division.
       program-id. offices_submit.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "offroles.sel".
           copy "offices.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "offroles.cpy".
       copy "offices.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
      *> A new term starting within this many days of the last one's
      *> end continues the consecutive run.
       78  wterm-gap-days    value 31.
       01  wq-fstatus        pic xx    value "00".
       01  wlogin            pic x(60) value spaces.
       01  wholder           pic x(60) value spaces.
       01  wmemberid         pic 9(09) value zeros.
       01  wtoday            pic x(08) value spaces.
       01  wdatecheck        pic 9(08) value zeros.
       01  wstart-n          pic 9(08) value zeros.
       01  wend-n            pic 9(08) value zeros.
       01  wstart-int        pic s9(09) comp.
       01  wprevend-int      pic s9(09) comp.
       01  wrow-int          pic s9(09) comp.
       01  wyear             pic 9(04) value zeros.
       01  wmonth            pic 9(04) value zeros.
       01  wday              pic 9(02) value zeros.
       01  wchain            pic 9(02) value zeros.
       01  wseated           pic 9(02) value zeros.
       01  wexists           pic x(01) value "N".
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wopcao         pic x(10).
           02 wrolecode-in   pic x(10).
           02 wrolename-in   pic x(40).
           02 wtermmonths-in pic x(03).
           02 wmaxterms-in   pic x(02).
           02 wseats-in      pic x(02).
           02 wholder-in     pic x(60).
           02 wstart-in      pic x(08).
           02 wend-in        pic x(08).
           02 filler         pic x(5825).
       copy "lnk-general.cpy".
       procedure division.
      *> Write side of the terms-of-office register (staff only):
      *> define a role with its term length, consecutive-term limit
      *> and number of seats; seat a member in a role for a term;
      *> record a member standing down early. Seating refuses an
      *> inactive or suspended member, a full role, and anyone the
      *> constitution's term limit bars from another consecutive
      *> term -- the same run OFFICES-EXPIRING reports before the AGM.
           display
              "Content-type: text/html"
               newline
           end-display
           move "offices_submit" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           if wform-toolarge
               move "FORM TOO LARGE !!" to wmsgweb
               perform openprogram
               stop run
           end-if
           move warray(1) to wtoken-in
           move warray(2) to wopcao
           move warray(3) to wrolecode-in
           move warray(4) to wrolename-in
           move warray(5) to wtermmonths-in
           move warray(6) to wmaxterms-in
           move warray(7) to wseats-in
           move warray(8) to wholder-in
           move warray(9) to wstart-in
           move warray(10) to wend-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-offices
           end-if
           perform authorize-staff-only.
           close members
           move function current-date(1:8) to wtoday
           move function upper-case(wrolecode-in) to wrolecode-in
           if wrolecode-in = spaces
               move "ROLE CODE IS REQUIRED !!" to wmsgweb
               go redir-offices
           end-if
           evaluate wopcao
               when "addrole"   perform save-role
               when "appoint"   perform appoint-holder
               when "standdown" perform stand-down
               when other       move "UNKNOWN OPERATION !!" to wmsgweb
           end-evaluate.
       redir-offices.
           move "post"        to wmethod
           move "offices.exe" to wexec
           perform openprogram
           stop run.
       save-role.
           if wrolename-in = spaces
               move "ROLE NAME IS REQUIRED !!" to wmsgweb
               go redir-offices
           end-if
           if wtermmonths-in = spaces
                   or function test-numval(wtermmonths-in) not = 0
               move "TERM LENGTH IN MONTHS IS REQUIRED !!" to wmsgweb
               go redir-offices
           end-if
           open i-o offroles
           if fstatus = "35"
               open output offroles
               close offroles
               open i-o offroles
           end-if
           move "N" to wexists
           move wrolecode-in to orl-code
           read offroles invalid key
               continue
           not invalid key
               move "Y" to wexists
           end-read
           move wrolecode-in to orl-code
           move wrolename-in to orl-name
           move function numval(wtermmonths-in) to orl-term-months
           move zeros to orl-max-terms
           if wmaxterms-in not = spaces
                   and function test-numval(wmaxterms-in) = 0
               move function numval(wmaxterms-in) to orl-max-terms
           end-if
           move 1 to orl-seats
           if wseats-in not = spaces
                   and function test-numval(wseats-in) = 0
               move function numval(wseats-in) to orl-seats
           end-if
           if orl-seats = zeros
               move 1 to orl-seats
           end-if
           set orl-active to true
           if wexists = "Y"
               rewrite reg-offroles
           else
               write reg-offroles
           end-if
           close offroles
           move wsessionlogin to wlogin
           move "ROLE-SET" to waudit-op
           perform write-audit
           move "ROLE SAVED." to wmsgweb.
       appoint-holder.
           open input offroles
           if fstatus not = zeros
               move "ROLE NOT FOUND !!" to wmsgweb
               go redir-offices
           end-if
           move wrolecode-in to orl-code
           read offroles invalid key
               move "ROLE NOT FOUND !!" to wmsgweb
               close offroles
               go redir-offices
           end-read
           close offroles
           if not orl-active
               move "ROLE IS RETIRED !!" to wmsgweb
               go redir-offices
           end-if
           move wholder-in to wholder
           open input members
           move wholder to login
           read members invalid key
               move "NOT EXISTING MEMBER !!" to wmsgweb
               close members
               go redir-offices
           end-read
           close members
           if not member-active or member-suspended
               move "ONLY A MEMBER IN GOOD STANDING CAN HOLD OFFICE !!"
                   to wmsgweb
               go redir-offices
           end-if
           move member-id to wmemberid
           if wstart-in = spaces
               move wtoday to wstart-in
           end-if
           if wstart-in not numeric
               move "INVALID START DATE !!" to wmsgweb
               go redir-offices
           end-if
           move wstart-in to wdatecheck
           if function test-date-yyyymmdd(wdatecheck) not = 0
               move "INVALID START DATE !!" to wmsgweb
               go redir-offices
           end-if
           move wdatecheck to wstart-n
           compute wstart-int = function integer-of-date(wstart-n)
           if wend-in = spaces
               perform compute-term-end
           else
               if wend-in not numeric
                   move "INVALID END DATE !!" to wmsgweb
                   go redir-offices
               end-if
               move wend-in to wdatecheck
               if function test-date-yyyymmdd(wdatecheck) not = 0
                       or wend-in <= wstart-in
                   move "INVALID END DATE !!" to wmsgweb
                   go redir-offices
               end-if
               move wdatecheck to wend-n
           end-if
           open i-o offices
           if fstatus = "35"
               open output offices
               close offices
               open i-o offices
           end-if
           perform count-role-history
           if wseated >= orl-seats
               move "ALL SEATS IN THIS ROLE ARE FILLED !!" to wmsgweb
               close offices
               go redir-offices
           end-if
           if orl-max-terms > zeros and wchain >= orl-max-terms
               move spaces to wmsgweb
               string "BARRED BY TERM LIMIT -- " delimited by size
                      wchain delimited by size
                      " CONSECUTIVE TERMS SERVED !!" delimited by size
                   into wmsgweb
               end-string
               close offices
               go redir-offices
           end-if
           move wrolecode-in to ofc-role
           move wstart-in    to ofc-start
           move wholder      to ofc-login
           move wmemberid    to ofc-member-id
           move wend-n       to ofc-end
           set ofc-current to true
           move wsessionlogin to ofc-recorded-by
           write reg-offices
               invalid key
                   move "THIS TERM IS ALREADY RECORDED !!" to wmsgweb
                   close offices
                   go redir-offices
           end-write
           close offices
           move wholder to wlogin
           move "OFFICE-START" to waudit-op
           move spaces to waudit-new-name
           string wrolecode-in delimited by space
                  " " delimited by size
                  wstart-in delimited by size
                  "-" delimited by size
                  wend-n delimited by size
               into waudit-new-name
           end-string
           perform write-audit
           move spaces to wmsgweb
           string "SEATED IN " delimited by size
                  function trim(orl-name) delimited by size
                  " UNTIL " delimited by size
                  wend-n delimited by size
                  "." delimited by size
               into wmsgweb
           end-string.
       compute-term-end.
      *> Same day ORL-TERM-MONTHS on; a day that month lacks falls
      *> back to its last day.
           move wstart-n(1:4) to wyear
           move wstart-n(5:2) to wmonth
           move wstart-n(7:2) to wday
           add orl-term-months to wmonth
           perform until wmonth <= 12
               subtract 12 from wmonth
               add 1 to wyear
           end-perform
           compute wend-n = wyear * 10000 + wmonth * 100 + wday
           perform until function test-date-yyyymmdd(wend-n) = 0
               subtract 1 from wend-n
           end-perform.
       count-role-history.
      *> Seats taken on the start date, and the member's run of
      *> consecutive terms in the role up to it.
           move zeros to wseated wchain
           move zeros to wprevend-int
           move "00" to wq-fstatus
           move wrolecode-in to ofc-role
           move low-values   to ofc-start ofc-login
           start offices key is not less than ofc-key
               invalid key move "10" to wq-fstatus
           end-start
           if wq-fstatus not = "10"
               read offices next
                   at end move "10" to wq-fstatus
               end-read
           end-if
           perform until wq-fstatus = "10"
                   or ofc-role not = wrolecode-in
               if ofc-current and ofc-start <= wstart-in
                       and ofc-end >= wstart-in
                       and ofc-login not = wholder
                   add 1 to wseated
               end-if
               if ofc-login = wholder and ofc-start < wstart-in
                       and ofc-start is numeric and ofc-end is numeric
                   compute wrow-int = function integer-of-date(
                       function numval(ofc-start))
                   if wchain > zeros
                           and wrow-int <= wprevend-int + wterm-gap-days
                       add 1 to wchain
                   else
                       move 1 to wchain
                   end-if
                   compute wprevend-int = function integer-of-date(
                       function numval(ofc-end))
               end-if
               read offices next
                   at end move "10" to wq-fstatus
               end-read
           end-perform
           if wchain > zeros
                   and wstart-int > wprevend-int + wterm-gap-days
               move zeros to wchain
           end-if.
       stand-down.
      *> The term ends on the day given (today when blank).
           if wstart-in not numeric
               move "TERM START DATE IS REQUIRED !!" to wmsgweb
               go redir-offices
           end-if
           if wend-in = spaces
               move wtoday to wend-in
           end-if
           if wend-in not numeric or wend-in < wstart-in
               move "INVALID STAND-DOWN DATE !!" to wmsgweb
               go redir-offices
           end-if
           open i-o offices
           if fstatus not = zeros
               move "TERM NOT FOUND !!" to wmsgweb
               go redir-offices
           end-if
           move wrolecode-in to ofc-role
           move wstart-in    to ofc-start
           move wholder-in   to ofc-login
           read offices invalid key
               move "TERM NOT FOUND !!" to wmsgweb
               close offices
               go redir-offices
           end-read
           if ofc-stood-down
               move "ALREADY STOOD DOWN !!" to wmsgweb
               close offices
               go redir-offices
           end-if
           move wend-in to ofc-end
           set ofc-stood-down to true
           rewrite reg-offices
           close offices
           move wholder-in to wlogin
           move "OFFICE-END" to waudit-op
           move spaces to waudit-new-name
           string wrolecode-in delimited by space
                  " STOOD DOWN " delimited by size
                  wend-in delimited by size
               into waudit-new-name
           end-string
           perform write-audit
           move "STAND-DOWN RECORDED." to wmsgweb.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
