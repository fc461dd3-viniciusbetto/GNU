       identification division.
       program-id. privacy-views.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "readlog.sel".
           select sort-work assign to "sortwork.tmp"
               organization is sequential.
           select report-out assign to "privacy-views.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "members.cpy".
           copy "readlog.cpy".
       sd  sort-work.
       01  sort-rec.
           02 sort-viewer   pic x(60).
           02 sort-member   pic x(60).
           02 sort-screen   pic x(10).
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wmonth-in         pic x(06) value spaces.
       01  wmonth            pic x(06) value spaces.
       01  wdatecheck        pic 9(08) value zeros.
       01  wdate-x           pic x(08) value spaces.
       01  wday-int          pic s9(09) comp.
       78  wlimit-default    value 25.
       78  wfactor           value 3.
       01  wlimit-env        pic x(04) value spaces.
       01  wlimit            pic 9(04) value zeros.
       01  wprev-viewer      pic x(60) value spaces.
       01  wprev-member      pic x(60) value spaces.
       78  wmax-viewers      value 100.
       01  wvw-count         pic 9(03) value zeros.
       01  wvw-table.
           02 wvw-entry occurs 100 times.
               03 wvw-login   pic x(60).
               03 wvw-views   pic 9(06).
               03 wvw-members pic 9(06).
               03 wvw-medical pic 9(06).
       01  wvw-idx           pic 9(03) value zeros.
       01  wtotal-members    pic 9(08) value zeros.
       01  waverage          pic 9(06)v99 value zeros.
       01  wavg-display      pic zzzzz9,99.
       01  wthreshold        pic 9(06)v99 value zeros.
       01  wrole-display     pic x(06) value spaces.
       01  wflag             pic x(12) value spaces.
       01  wviewcount        pic 9(08) value zeros.
       01  wflagcount        pic 9(04) value zeros.
       01  wrl-job           pic x(30) value "PRIVACY-VIEWS".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       privacy-main.
      *> Monthly privacy report over the read-access trail: for the
      *> month (PRIVACY_MONTH, CCYYMM; last month by default) each
      *> login that opened restricted screens on other members'
      *> records, with its views, the distinct members it looked at
      *> and how many of those views were medical notes. A login is
      *> flagged when its distinct members pass PRIVACY_LIMIT
      *> (default 25) or three times the month's average across
      *> everyone who viewed -- the list the privacy officer asks
      *> about.
           accept wmonth-in from environment "PRIVACY_MONTH"
           move zeros to wdatecheck
           if wmonth-in is numeric
               string wmonth-in "01" delimited by size
                   into wdate-x
               end-string
               move wdate-x to wdatecheck
           end-if
           if function test-date-yyyymmdd(wdatecheck) not = 0
               move function current-date(1:6) to wmonth
               string wmonth "01" delimited by size
                   into wdate-x
               end-string
               move wdate-x to wdatecheck
               compute wday-int =
                   function integer-of-date(wdatecheck) - 1
               move function date-of-integer(wday-int) to wdatecheck
           end-if
           move wdatecheck(1:6) to wmonth
           move wlimit-default to wlimit
           accept wlimit-env from environment "PRIVACY_LIMIT"
           if wlimit-env not = spaces
                   and function test-numval(wlimit-env) = 0
               move function numval(wlimit-env) to wlimit
           end-if
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           open input members
           if fstatus not = zeros
               display "ERRO ABRINDO members: " fstatus
               stop run
           end-if
           open input read-log
           if fstatus = "35"
               open output read-log
               close read-log
               open input read-log
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO readlog: " fstatus
               stop run
           end-if
           sort sort-work on ascending key sort-viewer sort-member
               input procedure is load-views
               output procedure is count-views
           close read-log
           perform write-report
           close members
           display "PRIVACY VIEWS " wmonth ": " wviewcount
               "  FLAGGED: " wflagcount
           move "OK   " to wrl-phase
           move wflagcount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       load-views.
           read read-log
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if rdl-timestamp(1:6) = wmonth
                   move rdl-viewer to sort-viewer
                   move rdl-member to sort-member
                   move rdl-screen to sort-screen
                   release sort-rec
               end-if
               read read-log
                   at end move "10" to fstatus
               end-read
           end-perform.
       count-views.
           move spaces to wprev-viewer wprev-member
           return sort-work
               at end move "10" to fstatus
           end-return
           perform until fstatus = "10"
               add 1 to wviewcount
               if sort-viewer not = wprev-viewer
                   move sort-viewer to wprev-viewer
                   move spaces to wprev-member
                   if wvw-count < wmax-viewers
                       add 1 to wvw-count
                       move sort-viewer to wvw-login(wvw-count)
                       move zeros to wvw-views(wvw-count)
                       move zeros to wvw-members(wvw-count)
                       move zeros to wvw-medical(wvw-count)
                   end-if
               end-if
               if wvw-login(wvw-count) = sort-viewer
                   add 1 to wvw-views(wvw-count)
                   if sort-member not = wprev-member
                       move sort-member to wprev-member
                       add 1 to wvw-members(wvw-count)
                       add 1 to wtotal-members
                   end-if
                   if sort-screen = "MEDICAL"
                       add 1 to wvw-medical(wvw-count)
                   end-if
               end-if
               return sort-work
                   at end move "10" to fstatus
               end-return
           end-perform.
       write-report.
           open output report-out
           move spaces to report-line
           string "RESTRICTED RECORD VIEWS -- " delimited by size
                  wmonth delimited by size
               into report-line
           end-string
           write report-line
           move zeros to waverage
           if wvw-count > zeros
               compute waverage rounded = wtotal-members / wvw-count
           end-if
           compute wthreshold = waverage * wfactor
           move waverage to wavg-display
           move spaces to report-line
           string "AVERAGE MEMBERS VIEWED PER LOGIN: " delimited by size
                  wavg-display delimited by size
                  "  LIMIT: " delimited by size
                  wlimit delimited by size
               into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           move "VIEWER"   to report-line(1:6)
           move "ROLE"     to report-line(43:4)
           move "VIEWS"    to report-line(51:5)
           move "MEMBERS"  to report-line(59:7)
           move "MEDICAL"  to report-line(68:7)
           write report-line
           perform varying wvw-idx from 1 by 1 until wvw-idx > wvw-count
               perform write-viewer
           end-perform
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "VIEWS: " wviewcount delimited by size
                  "  LOGINS: " delimited by size
                  wvw-count delimited by size
                  "  FLAGGED: " delimited by size
                  wflagcount delimited by size
               into report-line
           end-string
           write report-line
           close report-out.
       write-viewer.
           move wvw-login(wvw-idx) to login
           read members invalid key
               move "?" to wrole-display
           not invalid key
               evaluate true
                   when member-admin move "ADMIN" to wrole-display
                   when member-staff move "STAFF" to wrole-display
                   when other        move "MEMBER" to wrole-display
               end-evaluate
           end-read
           move spaces to wflag
           if wvw-members(wvw-idx) > wlimit
                   or (wvw-count > 2
                       and wvw-members(wvw-idx) > wthreshold)
               move "** FLAGGED" to wflag
               add 1 to wflagcount
           end-if
           move spaces to report-line
           move wvw-login(wvw-idx)   to report-line(1:40)
           move wrole-display        to report-line(43:6)
           move wvw-views(wvw-idx)   to report-line(50:6)
           move wvw-members(wvw-idx) to report-line(59:6)
           move wvw-medical(wvw-idx) to report-line(68:6)
           move wflag                to report-line(77:12)
           write report-line.
