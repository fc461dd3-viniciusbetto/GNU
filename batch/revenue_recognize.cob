       identification division.
       program-id. revenue-recognize.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "invoices.sel".
           copy "periods.sel".
           copy "defrev.sel".
           select report-out assign to "revenue-recognize.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "invoices.cpy".
           copy "periods.cpy".
           copy "defrev.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wv-fstatus        pic xx     value "00".
       01  wd-fstatus        pic xx     value "00".
       01  wclose-month      pic x(06) value spaces.
       01  wym-y             pic 9(04) value zeros.
       01  wym-m             pic 9(02) value zeros.
       01  wisclosed         pic x(01) value "N".
       01  wscheduled        pic x(01) value "N".
       01  wsave-login       pic x(60) value spaces.
       01  wsave-inv-no      pic 9(09) value zeros.
       01  wstart-date       pic 9(08) value zeros.
       01  wend-date         pic 9(08) value zeros.
       01  wstart-int        pic s9(09) comp.
       01  wend-int          pic s9(09) comp.
       01  wmonth-first      pic 9(08) value zeros.
       01  wmonth-first-int  pic s9(09) comp.
       01  wnext-first-int   pic s9(09) comp.
       01  wfrom-int         pic s9(09) comp.
       01  wto-int           pic s9(09) comp.
       01  wtotal-days       pic s9(05) comp.
       01  woverlap-days     pic s9(05) comp.
       01  wcur-y            pic 9(04) value zeros.
       01  wcur-m            pic 9(02) value zeros.
       01  wcur-ym           pic x(06) value spaces.
       01  wend-ym           pic x(06) value spaces.
       01  wnet              pic 9(07)v99 value zeros.
       01  wshare            pic 9(07)v99 value zeros.
       01  wallocated        pic 9(07)v99 value zeros.
       01  wscheduledcount   pic 9(06) value zeros.
       01  wrecognisedcount  pic 9(06) value zeros.
      *> Rollforward, for the whole book and per member.
       01  wopening          pic 9(09)v99 value zeros.
       01  wadded            pic 9(09)v99 value zeros.
       01  wreleased         pic 9(09)v99 value zeros.
       01  wclosing          pic 9(09)v99 value zeros.
       01  wm-opening        pic 9(09)v99 value zeros.
       01  wm-added          pic 9(09)v99 value zeros.
       01  wm-released       pic 9(09)v99 value zeros.
       01  wm-closing        pic 9(09)v99 value zeros.
       01  wm-login          pic x(60) value spaces.
       01  wopen-display     pic zzzzzzzz9,99.
       01  wadd-display      pic zzzzzzzz9,99.
       01  wrel-display      pic zzzzzzzz9,99.
       01  wclose-display    pic zzzzzzzz9,99.
       01  wrl-job           pic x(30) value "REVENUE-RECOGNIZE".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       recognize-main.
      *> Monthly dues recognition, run between PERIOD-CLOSE and
      *> GL-EXPORT. Money for a dues invoice still books to revenue
      *> the month it is received; this run spreads each settled dues
      *> invoice whose INV-PERIOD-START..INV-PERIOD-END spans more
      *> than one month over the months it covers (by days, net of
      *> tax) into DEFREV, defers the whole of it in the month it is
      *> first seen settled, and recognises every scheduled share
      *> whose month has arrived. GL-EXPORT reads DEFREV and adds the
      *> deferral and recognition lines for the month to its journal.
      *> The report is the deferred-balance rollforward per member
      *> and for the book. CLOSE_MONTH (CCYYMM) overrides the default
      *> of the month that just ended; an un-closed month is refused.
      *> A rerun for the same month schedules and recognises nothing
      *> new and prints the same rollforward.
           accept wclose-month from environment "CLOSE_MONTH"
           if wclose-month = spaces
               move function current-date(1:4) to wym-y
               move function current-date(5:2) to wym-m
               if wym-m = 1
                   subtract 1 from wym-y
                   move 12 to wym-m
               else
                   subtract 1 from wym-m
               end-if
               move spaces to wclose-month
               string wym-y wym-m delimited by size
                   into wclose-month
               end-string
           end-if
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           perform check-month-closed
           if wisclosed = "N"
               display "PERIOD " wclose-month
                   " NOT CLOSED -- NOTHING RECOGNISED"
               stop run
           end-if
           open i-o defrev
           if fstatus = "35"
               open output defrev
               close defrev
               open i-o defrev
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO defrev: " fstatus
               stop run
           end-if
           perform schedule-invoices
           perform recognise-shares
           open output report-out
           perform write-rollforward
           close report-out
           close defrev
           display "INVOICES SCHEDULED: " wscheduledcount
                   "  SHARES RECOGNISED: " wrecognisedcount
           move "OK   " to wrl-phase
           move wrecognisedcount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       check-month-closed.
           move "N" to wisclosed
           open input periods
           if fstatus not = zeros
               exit paragraph
           end-if
           move wclose-month to per-month
           read periods invalid key
               continue
           not invalid key
               if period-closed
                   move "Y" to wisclosed
               end-if
           end-read
           close periods.
       schedule-invoices.
           open input invoices
           if fstatus not = zeros
               display "ERRO ABRINDO invoices: " fstatus
               exit paragraph
           end-if
           move "00" to wv-fstatus
           read invoices next
               at end move "10" to wv-fstatus
           end-read
           perform until wv-fstatus = "10"
               if inv-settled and inv-cat-dues
                       and inv-period-start is numeric
                       and inv-period-end is numeric
                       and inv-period-end(1:6) > inv-period-start(1:6)
                   perform schedule-one-invoice
               end-if
               read invoices next
                   at end move "10" to wv-fstatus
               end-read
           end-perform
           close invoices.
       schedule-one-invoice.
           perform check-already-scheduled
           if wscheduled = "Y"
               exit paragraph
           end-if
           compute wnet = inv-amount - inv-tax
           if wnet = zeros
               exit paragraph
           end-if
           move inv-period-start to wstart-date
           move inv-period-end   to wend-date
           compute wstart-int = function integer-of-date(wstart-date)
           compute wend-int   = function integer-of-date(wend-date)
           compute wtotal-days = wend-int - wstart-int + 1
           if wtotal-days < 1
               exit paragraph
           end-if
           move zeros to wallocated
           move wstart-date(1:4) to wcur-y
           move wstart-date(5:2) to wcur-m
           move inv-period-end(1:6) to wend-ym
           move spaces to wcur-ym
           string wcur-y wcur-m delimited by size into wcur-ym
           end-string
           perform until wcur-ym > wend-ym
               perform schedule-one-month
               if wcur-m = 12
                   add 1 to wcur-y
                   move 1 to wcur-m
               else
                   add 1 to wcur-m
               end-if
               move spaces to wcur-ym
               string wcur-y wcur-m delimited by size into wcur-ym
               end-string
           end-perform
           add 1 to wscheduledcount.
       check-already-scheduled.
           move "N" to wscheduled
           move inv-login to wsave-login
           move inv-no    to wsave-inv-no
           move wsave-login  to dfr-login
           move wsave-inv-no to dfr-inv-no
           move low-values   to dfr-month
           move "00" to wd-fstatus
           start defrev key is not less than dfr-key
               invalid key move "10" to wd-fstatus
           end-start
           if wd-fstatus not = "10"
               read defrev next
                   at end move "10" to wd-fstatus
               end-read
           end-if
           if wd-fstatus not = "10"
                   and dfr-login = wsave-login
                   and dfr-inv-no = wsave-inv-no
               move "Y" to wscheduled
           end-if.
       schedule-one-month.
      *> The month's share is its days of the covered period; the
      *> last month takes whatever rounding left over.
           compute wmonth-first = wcur-y * 10000 + wcur-m * 100 + 1
           compute wmonth-first-int =
               function integer-of-date(wmonth-first)
           if wcur-m = 12
               compute wnext-first-int = function integer-of-date(
                   (wcur-y + 1) * 10000 + 0101)
           else
               compute wnext-first-int = function integer-of-date(
                   wcur-y * 10000 + (wcur-m + 1) * 100 + 1)
           end-if
           if wstart-int > wmonth-first-int
               move wstart-int to wfrom-int
           else
               move wmonth-first-int to wfrom-int
           end-if
           if wend-int < wnext-first-int - 1
               move wend-int to wto-int
           else
               compute wto-int = wnext-first-int - 1
           end-if
           compute woverlap-days = wto-int - wfrom-int + 1
           if wcur-ym = wend-ym
               compute wshare = wnet - wallocated
           else
               compute wshare rounded =
                   wnet * woverlap-days / wtotal-days
           end-if
           add wshare to wallocated
           initialize reg-defrev
           move wsave-login  to dfr-login
           move wsave-inv-no to dfr-inv-no
           move wcur-ym      to dfr-month
           move wshare       to dfr-amount
           set dfr-deferred to true
           move wclose-month to dfr-deferred-month
           move spaces       to dfr-recog-month
           write reg-defrev
               invalid key
                   display "DEFREV DUPLICATE " dfr-key
           end-write.
       recognise-shares.
           move "00" to wd-fstatus
           move low-values to dfr-key
           start defrev key is not less than dfr-key
               invalid key move "10" to wd-fstatus
           end-start
           if wd-fstatus not = "10"
               read defrev next
                   at end move "10" to wd-fstatus
               end-read
           end-if
           perform until wd-fstatus = "10"
               if dfr-deferred and dfr-month <= wclose-month
                   set dfr-recognised to true
                   move wclose-month to dfr-recog-month
                   rewrite reg-defrev
                   add 1 to wrecognisedcount
               end-if
               read defrev next
                   at end move "10" to wd-fstatus
               end-read
           end-perform.
       write-rollforward.
      *> Opening is what stood deferred before this month's run,
      *> added is what this month deferred, released what it
      *> recognised -- all read back from DEFREV, so a rerun prints
      *> the same figures.
           move spaces to report-line
           string "DEFERRED DUES REVENUE ROLLFORWARD  MONTH "
                  wclose-month
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move "LOGIN" to report-line
           move "     OPENING        ADDED     RECOGNISED"
               to report-line(62:40)
           move "      CLOSING" to report-line(102:13)
           write report-line
           move spaces to wm-login
           move zeros to wm-opening wm-added wm-released wm-closing
           move "00" to wd-fstatus
           move low-values to dfr-key
           start defrev key is not less than dfr-key
               invalid key move "10" to wd-fstatus
           end-start
           if wd-fstatus not = "10"
               read defrev next
                   at end move "10" to wd-fstatus
               end-read
           end-if
           perform until wd-fstatus = "10"
               if dfr-login not = wm-login
                   perform write-member-line
                   move dfr-login to wm-login
               end-if
               perform roll-one-row
               read defrev next
                   at end move "10" to wd-fstatus
               end-read
           end-perform
           perform write-member-line
           move spaces to report-line
           write report-line
           move wopening to wopen-display
           move wadded   to wadd-display
           move wreleased to wrel-display
           move wclosing to wclose-display
           move "TOTAL" to report-line
           move spaces to report-line(62:60)
           string wopen-display " " wadd-display " " wrel-display
                  " " wclose-display
               delimited by size into report-line(62:60)
           end-string
           write report-line.
       roll-one-row.
           if dfr-deferred-month > wclose-month
               exit paragraph
           end-if
           if dfr-deferred-month < wclose-month
                   and (dfr-deferred or dfr-recog-month >= wclose-month)
               add dfr-amount to wm-opening
           end-if
           if dfr-deferred-month = wclose-month
               add dfr-amount to wm-added
           end-if
           if dfr-recognised and dfr-recog-month = wclose-month
               add dfr-amount to wm-released
           end-if
           if dfr-deferred
                   or (dfr-recognised
                       and dfr-recog-month > wclose-month)
               add dfr-amount to wm-closing
           end-if.
       write-member-line.
           if wm-login = spaces
               exit paragraph
           end-if
           if wm-opening not = zeros or wm-added not = zeros
                   or wm-released not = zeros
                   or wm-closing not = zeros
               move wm-opening  to wopen-display
               move wm-added    to wadd-display
               move wm-released to wrel-display
               move wm-closing  to wclose-display
               move spaces to report-line
               move wm-login to report-line(1:60)
               string wopen-display " " wadd-display " " wrel-display
                      " " wclose-display
                   delimited by size into report-line(62:60)
               end-string
               write report-line
           end-if
           add wm-opening  to wopening
           add wm-added    to wadded
           add wm-released to wreleased
           add wm-closing  to wclosing
           move zeros to wm-opening wm-added wm-released wm-closing.
