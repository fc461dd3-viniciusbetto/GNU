       identification division.
       program-id. freeze.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       78  wfreeze-months-default value 3.
       01  wfreeze-months-env pic x(02) value spaces.
       01  wfreeze-months    pic 9(02) value zeros.
       01  wfreeze-allow     pic 9(03) value zeros.
       01  wlogin            pic x(60) value spaces.
       01  wtoday            pic x(08) value spaces.
       01  wdatecheck        pic 9(08) value zeros.
       01  wstart-int        pic s9(09) comp.
       01  wend-int          pic s9(09) comp.
       01  wtoday-int        pic s9(09) comp.
       01  wpaid-int         pic s9(09) comp.
       01  wfreezedays       pic 9(03) value zeros.
       01  wusedays          pic 9(03) value zeros.
       01  wunused           pic 9(03) value zeros.
       01  wnewend           pic 9(08) value zeros.
       01  wnewpaid          pic 9(08) value zeros.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wlogin-in      pic x(60).
           02 wtoken-in      pic x(32).
           02 wopcao         pic x(10).
           02 wfstart-in     pic x(08).
           02 wfend-in       pic x(08).
           02 wfreason-in    pic x(20).
           02 filler         pic x(5862).
       copy "lnk-general.cpy".
       procedure division.
      *> Membership freeze desk -- for the member going abroad or
      *> laid up after surgery, who until now could only be
      *> suspended (disciplinary, and it reads that way) or left to
      *> lapse. Staff record the dates and the reason; between them
      *> the member is not billed (PAYMENTS-INVOICE moves the next
      *> period past the freeze) and not let in (ACCESS-EXPORT and
      *> the kiosk). A stamped PAID-THROUGH moves on by the frozen
      *> days at once, so paid time is not lost. The days taken
      *> count against an allowance of FREEZE_MONTHS (default 3)
      *> thirty-day months per calendar year. "lift" ends a freeze
      *> early -- or cancels one not yet begun -- and hands the
      *> unused days back.
           display
               "Content-type: text/html"
               newline
           end-display
           move "freeze" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           if wform-toolarge
               move "FORM TOO LARGE !!" to wmsgweb
               perform openprogram
               stop run
           end-if
           move warray(1) to wlogin-in
           move warray(2) to wtoken-in
           move warray(3) to wopcao
           move warray(4) to wfstart-in
           move warray(5) to wfend-in
           move warray(6) to wfreason-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(2)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-home
           end-if
           perform authorize-staff-only.
           close members
           move wlogin-in to wlogin
           move wlogin    to wredirlogin
           move function current-date(1:8) to wtoday
           compute wtoday-int = function integer-of-date(
               function numval(wtoday))
           move wfreeze-months-default to wfreeze-months
           accept wfreeze-months-env from environment "FREEZE_MONTHS"
           if wfreeze-months-env(2:1) = space
               move wfreeze-months-env(1:1) to wfreeze-months-env(2:1)
               move "0" to wfreeze-months-env(1:1)
           end-if
           if wfreeze-months-env is numeric
                   and wfreeze-months-env <= "12"
               move wfreeze-months-env to wfreeze-months
           end-if
           compute wfreeze-allow = wfreeze-months * 30
           open i-o members
           if fstatus not = zeros
               move "MEMBER FILE UNAVAILABLE !!" to wmsgweb
               go redir-home
           end-if
           move wlogin to login
           read members invalid key
               move "NOT EXISTING MEMBER !!" to wmsgweb
               close members
               go redir-home
           end-read
           if wopcao = "lift"
               perform lift-freeze
           else
               perform set-freeze
           end-if
           close members
           go redir-home.
       redir-home.
           move "post"     to wmethod
           move "home.exe" to wexec
           perform openprogram
           stop run.
       set-freeze.
           if not member-active
               move "ONLY AN ACTIVE MEMBER CAN BE FROZEN !!"
                   to wmsgweb
               exit paragraph
           end-if
           if member-suspended
               move "MEMBER IS SUSPENDED -- LIFT THAT FIRST !!"
                   to wmsgweb
               exit paragraph
           end-if
           if freeze-end is numeric and freeze-end >= wtoday
               move "A FREEZE IS ALREADY BOOKED -- LIFT IT FIRST !!"
                   to wmsgweb
               exit paragraph
           end-if
           if wfreason-in = spaces
               move "FREEZE REASON IS REQUIRED !!" to wmsgweb
               exit paragraph
           end-if
           if wfstart-in not numeric or wfend-in not numeric
               move "FREEZE DATES MUST BE CCYYMMDD !!" to wmsgweb
               exit paragraph
           end-if
           move wfstart-in to wdatecheck
           if function test-date-yyyymmdd(wdatecheck) not = 0
               move "INVALID FREEZE START DATE !!" to wmsgweb
               exit paragraph
           end-if
           compute wstart-int = function integer-of-date(wdatecheck)
           move wfend-in to wdatecheck
           if function test-date-yyyymmdd(wdatecheck) not = 0
               move "INVALID FREEZE END DATE !!" to wmsgweb
               exit paragraph
           end-if
           compute wend-int = function integer-of-date(wdatecheck)
           if wfstart-in < wtoday or wend-int < wstart-int
               move "FREEZE MUST START TODAY OR LATER AND END AFTER !!"
                   to wmsgweb
               exit paragraph
           end-if
      *> The allowance runs by the calendar year the freeze starts
      *> in; a freeze running over New Year counts in full there.
           if wend-int - wstart-int >= wfreeze-allow
               move "FREEZE LONGER THAN THE YEARLY ALLOWANCE !!"
                   to wmsgweb
               exit paragraph
           end-if
           compute wfreezedays = wend-int - wstart-int + 1
           move zeros to wusedays
           if freeze-year = wfstart-in(1:4) and freeze-days is numeric
               move freeze-days to wusedays
           end-if
           if wusedays + wfreezedays > wfreeze-allow
               move spaces to wmsgweb
               string "FREEZE ALLOWANCE EXCEEDED -- " delimited by size
                      wusedays delimited by size
                      " OF " delimited by size
                      wfreeze-allow delimited by size
                      " DAYS ALREADY TAKEN THIS YEAR !!"
                          delimited by size
                   into wmsgweb
               end-string
               exit paragraph
           end-if
           move wfstart-in  to freeze-start
           move wfend-in    to freeze-end
           move wfreason-in to freeze-reason
           move wfstart-in(1:4) to freeze-year
           compute freeze-days = wusedays + wfreezedays
           if paid-through is numeric
               compute wpaid-int = function integer-of-date(
                   function numval(paid-through)) + wfreezedays
               compute wnewpaid = function date-of-integer(wpaid-int)
               move wnewpaid to paid-through
           end-if
           rewrite reg-members
           move "FREEZE" to waudit-op
           perform write-audit
           move spaces to wmsgweb
           string "MEMBERSHIP FROZEN " delimited by size
                  wfstart-in delimited by size
                  " TO " delimited by size
                  wfend-in delimited by size
                  " -- " delimited by size
                  wfreezedays delimited by size
                  " DAYS." delimited by size
               into wmsgweb
           end-string.
       lift-freeze.
      *> Days not yet frozen come back: off the allowance, and off
      *> the PAID-THROUGH extension granted when it was booked.
           if freeze-end not numeric or freeze-end < wtoday
               move "NO FREEZE IN FORCE OR BOOKED !!" to wmsgweb
               exit paragraph
           end-if
           compute wend-int = function integer-of-date(
               function numval(freeze-end))
           compute wstart-int = function integer-of-date(
               function numval(freeze-start))
           if wstart-int >= wtoday-int
               compute wunused = wend-int - wstart-int + 1
           else
               compute wunused = wend-int - wtoday-int + 1
           end-if
           if freeze-days is numeric and freeze-days >= wunused
               subtract wunused from freeze-days
           else
               move zeros to freeze-days
           end-if
           if paid-through is numeric
               compute wpaid-int = function integer-of-date(
                   function numval(paid-through)) - wunused
               compute wnewpaid = function date-of-integer(wpaid-int)
               move wnewpaid to paid-through
           end-if
           if wstart-int >= wtoday-int
               move spaces to freeze-start freeze-end freeze-reason
           else
               compute wnewend = function date-of-integer(
                   wtoday-int - 1)
               move wnewend to freeze-end
           end-if
           rewrite reg-members
           move "FREEZE-LIFT" to waudit-op
           perform write-audit
           move spaces to wmsgweb
           string "FREEZE LIFTED -- " delimited by size
                  wunused delimited by size
                  " DAYS HANDED BACK." delimited by size
               into wmsgweb
           end-string.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
