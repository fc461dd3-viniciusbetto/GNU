       identification division.
       program-id. security-monitor.
       environment division.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "apikeys.sel".
           copy "secevents.sel".
           select errlog-in assign to "errors.log"
               organization is line sequential
               file status is wi-fstatus.
           select errmon assign to "errmon.dat"
               organization is indexed
               access mode is dynamic
               record key is emn-program
               file status is we-fstatus.
           select secmon assign to "secmon.dat"
               organization is indexed
               access mode is dynamic
               record key is smn-key
               file status is wm-fstatus.
           select sort-work assign to "sortwork.tmp"
               organization is sequential.
           select report-out assign to "security-monitor.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "members.cpy".
           copy "sessions.cpy".
           copy "apikeys.cpy".
           copy "secevents.cpy".
       fd  errlog-in.
       01  errlog-line.
           02 erl-timestamp  pic x(14).
           02 filler         pic x(01).
           02 erl-program    pic x(30).
           02 filler         pic x(155).
       fd  errmon.
       01  reg-errmon.
           02 emn-program    pic x(30).
           02 emn-alerted    pic x(14).
      *> Each API key's use count as of the last run and the growth
      *> it showed then, the baseline a sudden jump is measured by.
       fd  secmon.
       01  reg-secmon.
           02 smn-key        pic x(32).
           02 smn-usecount   pic 9(09).
           02 smn-lastdelta  pic 9(09).
           02 smn-checked    pic x(14).
       sd  sort-work.
       01  sort-rec.
           02 sort-source    pic x(45).
           02 sort-login     pic x(60).
           02 sort-type      pic x(12).
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wi-fstatus        pic xx     value "00".
       01  we-fstatus        pic xx     value "00".
       01  wm-fstatus        pic xx     value "00".
       01  wr-fstatus        pic xx     value "00".
       78  wwindow-hours-default   value 24.
       78  wsuppress-hours-default value 6.
       78  wsource-fails-default   value 20.
       78  wsource-logins-default  value 5.
       78  wotp-fails-default      value 5.
       78  wday-start-default      value 6.
       78  wday-end-default        value 22.
       78  wauth-errors-default    value 50.
       78  wapi-factor-default     value 10.
       78  wapi-min-default        value 100.
       01  wenv              pic x(04) value spaces.
       01  wwindow-hours     pic 9(03) value zeros.
       01  wsuppress-hours   pic 9(03) value zeros.
       01  wsource-fails     pic 9(04) value zeros.
       01  wsource-logins    pic 9(04) value zeros.
       01  wotp-fails        pic 9(04) value zeros.
       01  wday-start        pic 9(02) value zeros.
       01  wday-end          pic 9(02) value zeros.
       01  wauth-errors      pic 9(04) value zeros.
       01  wapi-factor       pic 9(04) value zeros.
       01  wapi-min          pic 9(04) value zeros.
       01  wnow14            pic x(14) value spaces.
       01  wcut14            pic x(14) value spaces.
       01  wsup14            pic x(14) value spaces.
       01  wnow-int          pic s9(09) comp.
       01  wcut-int          pic s9(09) comp.
       01  wcut-hh           pic s9(04) comp.
       01  wcut-hh-d         pic 9(02) value zeros.
       01  whours-back       pic 9(03) value zeros.
       01  whour             pic 9(02) value zeros.
       01  wprev-source      pic x(45) value spaces.
       01  wprev-login       pic x(60) value spaces.
       01  wsrc-fails        pic 9(06) value zeros.
       01  wsrc-logins       pic 9(06) value zeros.
       01  wsrc-locks        pic 9(06) value zeros.
       01  wfail-total       pic 9(07) value zeros.
       01  wlock-total       pic 9(07) value zeros.
       01  wotp-total        pic 9(07) value zeros.
       78  wmax-otp          value 500.
       01  wotp-count        pic 9(03) value zeros.
       01  wotp-table.
           02 wotp-entry occurs 500 times.
               03 wot-login   pic x(60).
               03 wot-hour    pic x(10).
               03 wot-fails   pic 9(05).
       01  wot-idx           pic 9(03) value zeros.
       01  wfound            pic x(01) value "N".
       01  wsess-total       pic 9(07) value zeros.
       01  wrole-display     pic x(06) value spaces.
       01  wauth-count       pic 9(06) value zeros.
       01  werr-total        pic 9(07) value zeros.
       01  wdelta            pic 9(09) value zeros.
       01  wbaseline         pic 9(09) value zeros.
       01  wkeys-checked     pic 9(05) value zeros.
       01  wflag-source      pic 9(05) value zeros.
       01  wflag-otp         pic 9(05) value zeros.
       01  wflag-offhours    pic 9(05) value zeros.
       01  wflag-errlog      pic 9(05) value zeros.
       01  wflag-api         pic 9(05) value zeros.
       01  wflag-total       pic 9(06) value zeros.
       01  walert-name       pic x(30) value spaces.
       01  walert-count      pic 9(05) value zeros.
       01  walert-text       pic x(60) value spaces.
       01  walertcount       pic 9(03) value zeros.
       01  wsuppressed       pic 9(03) value zeros.
       01  wexists           pic x(01) value "N".
       01  wops-email        pic x(120) value spaces.
       01  wmailsubject      pic x(60) value spaces.
       01  wmailbody         pic x(200) value spaces.
       01  wrl-job           pic x(30) value "SECURITY-MONITOR".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       secmon-main.
      *> Nightly security report over the last SECMON_WINDOW_HOURS
      *> (default 24), looking for what the per-account lockout
      *> cannot see:
      *>   one source address failing many logins -- at least
      *>     SECMON_SOURCE_FAILS failures (20) or failures against
      *>     SECMON_SOURCE_LOGINS different logins (5) -- from
      *>     secevents.log;
      *>   a burst of wrong login codes against one login, at least
      *>     SECMON_OTP_FAILS (5) inside one clock hour;
      *>   staff and admin sessions opened outside the working day,
      *>     before SECMON_DAY_START (06) or from SECMON_DAY_END
      *>     (22) on, from SESSIONS;
      *>   the login, code, recovery and API programs together
      *>     logging SECMON_AUTH_ERRORS (50) or more lines to
      *>     errors.log;
      *>   an API key whose use since the last run is at least
      *>     SECMON_API_FACTOR (10) times its growth the run before
      *>     and at least SECMON_API_MIN (100) calls, from APIKEYS
      *>     against the counts remembered in secmon.dat.
      *> Each pattern that fires raises one urgent mail to OPS_EMAIL
      *> through the error monitor's channel -- suppressed in
      *> errmon.dat for ERRMON_SUPPRESS_HOURS (6) like its own.
           move wwindow-hours-default to wwindow-hours
           accept wenv from environment "SECMON_WINDOW_HOURS"
           if wenv is numeric and wenv > zeros
               move wenv to wwindow-hours
           end-if
           move wsource-fails-default to wsource-fails
           move spaces to wenv
           accept wenv from environment "SECMON_SOURCE_FAILS"
           if wenv is numeric and wenv > zeros
               move wenv to wsource-fails
           end-if
           move wsource-logins-default to wsource-logins
           move spaces to wenv
           accept wenv from environment "SECMON_SOURCE_LOGINS"
           if wenv is numeric and wenv > zeros
               move wenv to wsource-logins
           end-if
           move wotp-fails-default to wotp-fails
           move spaces to wenv
           accept wenv from environment "SECMON_OTP_FAILS"
           if wenv is numeric and wenv > zeros
               move wenv to wotp-fails
           end-if
           move wday-start-default to wday-start
           move spaces to wenv
           accept wenv from environment "SECMON_DAY_START"
           if wenv(1:2) is numeric and wenv(1:2) < "24"
               move wenv(1:2) to wday-start
           end-if
           move wday-end-default to wday-end
           move spaces to wenv
           accept wenv from environment "SECMON_DAY_END"
           if wenv(1:2) is numeric and wenv(1:2) <= "24"
               move wenv(1:2) to wday-end
           end-if
           move wauth-errors-default to wauth-errors
           move spaces to wenv
           accept wenv from environment "SECMON_AUTH_ERRORS"
           if wenv is numeric and wenv > zeros
               move wenv to wauth-errors
           end-if
           move wapi-factor-default to wapi-factor
           move spaces to wenv
           accept wenv from environment "SECMON_API_FACTOR"
           if wenv is numeric and wenv > zeros
               move wenv to wapi-factor
           end-if
           move wapi-min-default to wapi-min
           move spaces to wenv
           accept wenv from environment "SECMON_API_MIN"
           if wenv is numeric and wenv > zeros
               move wenv to wapi-min
           end-if
           move wsuppress-hours-default to wsuppress-hours
           move spaces to wenv
           accept wenv from environment "ERRMON_SUPPRESS_HOURS"
           if wenv is numeric and wenv > zeros
               move wenv to wsuppress-hours
           end-if
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           move function current-date(1:14) to wnow14
           move wwindow-hours to whours-back
           perform compute-hours-back
           move spaces to wcut14
           string function date-of-integer(wcut-int)
                      delimited by size
                  wcut-hh-d delimited by size
                  "0000" delimited by size
               into wcut14
           end-string
           open input members
           if fstatus not = zeros
               display "ERRO ABRINDO members: " fstatus
               stop run
           end-if
           open output report-out
           move spaces to report-line
           string "SECURITY MONITOR " delimited by size
                  wnow14(1:8) delimited by size
                  "  WINDOW FROM " delimited by size
                  wcut14 delimited by size
               into report-line
           end-string
           write report-line
           perform check-sources
           perform check-otp-bursts
           perform check-offhours
           perform check-errlog
           perform check-apikeys
           close members
           compute wflag-total = wflag-source + wflag-otp
               + wflag-offhours + wflag-errlog + wflag-api
           perform raise-alerts
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "PATTERNS FLAGGED: " wflag-total delimited by size
                  "  ALERTS SENT: " delimited by size
                  walertcount delimited by size
                  "  SUPPRESSED: " delimited by size
                  wsuppressed delimited by size
               into report-line
           end-string
           write report-line
           close report-out
           display "SECURITY MONITOR: " wflag-total " FLAGGED, "
               walertcount " ALERT(S)"
           move "OK   " to wrl-phase
           move wflag-total to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       compute-hours-back.
      *> WHOURS-BACK hours before now, as a day number (WCUT-INT)
      *> and hour (WCUT-HH-D), rolling back across midnight.
           compute wnow-int = function integer-of-date(
               function numval(wnow14(1:8)))
           compute wcut-hh =
               function numval(wnow14(9:2)) - whours-back
           move wnow-int to wcut-int
           perform until wcut-hh >= zeros
               add 24 to wcut-hh
               subtract 1 from wcut-int
           end-perform
           move wcut-hh to wcut-hh-d.
       section-heading.
           move spaces to report-line
           write report-line
           write report-line from walert-text
           move spaces to report-line.
      *>--------------------------------------------------------------
      *> Failed logins by source address.
      *>--------------------------------------------------------------
       check-sources.
           move "FAILED LOGINS BY SOURCE ADDRESS" to walert-text
           perform section-heading
           open input sec-events
           if fstatus = "35"
               open output sec-events
               close sec-events
               open input sec-events
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO secevents: " fstatus
               exit paragraph
           end-if
           sort sort-work on ascending key sort-source sort-login
               input procedure is load-events
               output procedure is count-sources
           close sec-events
           move spaces to report-line
           string "FAILED LOGINS: " wfail-total delimited by size
                  "  LOCKOUTS: " delimited by size
                  wlock-total delimited by size
                  "  SOURCES FLAGGED: " delimited by size
                  wflag-source delimited by size
               into report-line
           end-string
           write report-line.
       load-events.
      *> Password failures go to the sort by source; wrong login
      *> codes are tallied by login and hour on the way past.
           read sec-events
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if sev-timestamp >= wcut14
                   evaluate true
                       when sev-login-fail or sev-lockout
                           move sev-source to sort-source
                           if sort-source = spaces
                               move "UNKNOWN" to sort-source
                           end-if
                           move sev-login to sort-login
                           move sev-type  to sort-type
                           release sort-rec
                       when sev-otp-fail
                           perform tally-otp
                   end-evaluate
               end-if
               read sec-events
                   at end move "10" to fstatus
               end-read
           end-perform.
       tally-otp.
           add 1 to wotp-total
           move "N" to wfound
           perform varying wot-idx from 1 by 1
                   until wot-idx > wotp-count or wfound = "Y"
               if wot-login(wot-idx) = sev-login
                       and wot-hour(wot-idx) = sev-timestamp(1:10)
                   move "Y" to wfound
                   add 1 to wot-fails(wot-idx)
               end-if
           end-perform
           if wfound = "N" and wotp-count < wmax-otp
               add 1 to wotp-count
               move sev-login to wot-login(wotp-count)
               move sev-timestamp(1:10) to wot-hour(wotp-count)
               move 1 to wot-fails(wotp-count)
           end-if.
       count-sources.
           move spaces to wprev-source wprev-login
           move zeros to wsrc-fails wsrc-logins wsrc-locks
           return sort-work
               at end move "10" to fstatus
           end-return
           perform until fstatus = "10"
               if sort-source not = wprev-source
                   if wprev-source not = spaces
                       perform close-source
                   end-if
                   move sort-source to wprev-source
                   move spaces to wprev-login
                   move zeros to wsrc-fails wsrc-logins wsrc-locks
               end-if
               add 1 to wsrc-fails wfail-total
               if sort-type = "LOCKOUT"
                   add 1 to wsrc-locks wlock-total
               end-if
               if sort-login not = wprev-login
                   move sort-login to wprev-login
                   add 1 to wsrc-logins
               end-if
               return sort-work
                   at end move "10" to fstatus
               end-return
           end-perform
           if wprev-source not = spaces
               perform close-source
           end-if.
       close-source.
           if wsrc-fails < wsource-fails
                   and wsrc-logins < wsource-logins
               exit paragraph
           end-if
           add 1 to wflag-source
           move spaces to report-line
           string "** " delimited by size
                  wprev-source delimited by size
                  " FAILURES " delimited by size
                  wsrc-fails delimited by size
                  "  LOGINS " delimited by size
                  wsrc-logins delimited by size
                  "  LOCKOUTS " delimited by size
                  wsrc-locks delimited by size
               into report-line
           end-string
           write report-line.
      *>--------------------------------------------------------------
      *> Wrong login codes in a burst against one login.
      *>--------------------------------------------------------------
       check-otp-bursts.
           move "LOGIN CODE FAILURE BURSTS" to walert-text
           perform section-heading
           perform varying wot-idx from 1 by 1
                   until wot-idx > wotp-count
               if wot-fails(wot-idx) >= wotp-fails
                   add 1 to wflag-otp
                   move spaces to report-line
                   string "** " delimited by size
                          wot-login(wot-idx) delimited by size
                          " HOUR " delimited by size
                          wot-hour(wot-idx) delimited by size
                          "  WRONG CODES " delimited by size
                          wot-fails(wot-idx) delimited by size
                       into report-line
                   end-string
                   write report-line
               end-if
           end-perform
           move spaces to report-line
           string "WRONG CODES: " wotp-total delimited by size
                  "  BURSTS FLAGGED: " delimited by size
                  wflag-otp delimited by size
               into report-line
           end-string
           write report-line.
      *>--------------------------------------------------------------
      *> Staff and admin sessions opened outside the working day.
      *>--------------------------------------------------------------
       check-offhours.
           move "STAFF SESSIONS OUTSIDE WORKING HOURS" to walert-text
           perform section-heading
           open input sessions
           if fstatus not = zeros
               exit paragraph
           end-if
           read sessions next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if session-created >= wcut14
                   add 1 to wsess-total
                   move session-created(9:2) to whour
                   if whour < wday-start or whour >= wday-end
                       perform check-session-role
                   end-if
               end-if
               read sessions next
                   at end move "10" to fstatus
               end-read
           end-perform
           close sessions
           move spaces to report-line
           string "SESSIONS OPENED: " wsess-total delimited by size
                  "  OUT OF HOURS STAFF: " delimited by size
                  wflag-offhours delimited by size
               into report-line
           end-string
           write report-line.
       check-session-role.
           move session-login to login
           read members invalid key
               exit paragraph
           end-read
           evaluate true
               when member-admin move "ADMIN" to wrole-display
               when member-staff move "STAFF" to wrole-display
               when other exit paragraph
           end-evaluate
           add 1 to wflag-offhours
           move spaces to report-line
           string "** " delimited by size
                  session-login delimited by size
                  " " delimited by size
                  wrole-display delimited by size
                  " SESSION OPENED " delimited by size
                  session-created delimited by size
               into report-line
           end-string
           write report-line.
      *>--------------------------------------------------------------
      *> Error-log volume from the programs that authenticate.
      *>--------------------------------------------------------------
       check-errlog.
           move "AUTHENTICATION ERRORS IN ERRORS.LOG" to walert-text
           perform section-heading
           open input errlog-in
           if wi-fstatus = zeros
               read errlog-in
                   at end move "10" to wi-fstatus
               end-read
               perform until wi-fstatus = "10"
                   if erl-timestamp >= wcut14
                       add 1 to werr-total
                       if erl-program = "login_submit"
                               or erl-program = "login_otp_submit"
                               or erl-program =
                                   "recover_password_submit"
                               or erl-program = "members_api"
                               or erl-program = "events_api"
                           add 1 to wauth-count
                       end-if
                   end-if
                   read errlog-in
                       at end move "10" to wi-fstatus
                   end-read
               end-perform
               close errlog-in
           end-if
           move spaces to report-line
           string "ERRORS IN WINDOW: " werr-total delimited by size
                  "  FROM AUTHENTICATION: " delimited by size
                  wauth-count delimited by size
                  "  LIMIT: " delimited by size
                  wauth-errors delimited by size
               into report-line
           end-string
           write report-line
           if wauth-count >= wauth-errors
               add 1 to wflag-errlog
               move "** AUTHENTICATION ERROR VOLUME OVER THE LIMIT"
                   to report-line
               write report-line
           end-if.
      *>--------------------------------------------------------------
      *> API key use against its own recent growth.
      *>--------------------------------------------------------------
       check-apikeys.
           move "API KEY USAGE" to walert-text
           perform section-heading
           open input apikeys
           if fstatus not = zeros
               exit paragraph
           end-if
           open i-o secmon
           if wm-fstatus = "35"
               open output secmon
               close secmon
               open i-o secmon
           end-if
           read apikeys next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               if aky-active
                   perform check-one-key
               end-if
               read apikeys next
                   at end move "10" to fstatus
               end-read
           end-perform
           close secmon
           close apikeys
           move spaces to report-line
           string "ACTIVE KEYS CHECKED: " wkeys-checked
                      delimited by size
                  "  JUMPS FLAGGED: " delimited by size
                  wflag-api delimited by size
               into report-line
           end-string
           write report-line.
       check-one-key.
      *> A key seen for the first time only sets its baseline.
           add 1 to wkeys-checked
           move aky-key to smn-key
           read secmon invalid key
               move aky-usecount to smn-usecount
               move zeros to smn-lastdelta
               move wnow14 to smn-checked
               write reg-secmon
               exit paragraph
           end-read
           move zeros to wdelta
           if aky-usecount > smn-usecount
               compute wdelta = aky-usecount - smn-usecount
           end-if
           move smn-lastdelta to wbaseline
           if wbaseline = zeros
               move 1 to wbaseline
           end-if
           if wdelta >= wapi-min
                   and wdelta >= wbaseline * wapi-factor
               add 1 to wflag-api
               move spaces to report-line
               string "** KEY " delimited by size
                      aky-key(1:8) delimited by size
                      "... OWNER " delimited by size
                      aky-owner delimited by "  "
                      " CALLS " delimited by size
                      wdelta delimited by size
                      "  PREVIOUSLY " delimited by size
                      smn-lastdelta delimited by size
                   into report-line
               end-string
               write report-line
           end-if
           move aky-usecount to smn-usecount
           move wdelta to smn-lastdelta
           move wnow14 to smn-checked
           rewrite reg-secmon.
      *>--------------------------------------------------------------
      *> Alerts, one per pattern that fired.
      *>--------------------------------------------------------------
       raise-alerts.
           accept wops-email from environment "OPS_EMAIL"
           open i-o errmon
           if we-fstatus = "35"
               open output errmon
               close errmon
               open i-o errmon
           end-if
           move "SECMON-SOURCE" to walert-name
           move wflag-source to walert-count
           move "source address(es) failing many logins"
               to walert-text
           perform consider-alert
           move "SECMON-OTP" to walert-name
           move wflag-otp to walert-count
           move "burst(s) of wrong login codes" to walert-text
           perform consider-alert
           move "SECMON-OFFHOURS" to walert-name
           move wflag-offhours to walert-count
           move "staff session(s) opened out of hours"
               to walert-text
           perform consider-alert
           move "SECMON-ERRLOG" to walert-name
           move wflag-errlog to walert-count
           move "authentication error volume over the limit"
               to walert-text
           perform consider-alert
           move "SECMON-APIKEY" to walert-name
           move wflag-api to walert-count
           move "API key(s) with a sudden jump in use"
               to walert-text
           perform consider-alert
           close errmon.
       consider-alert.
           if walert-count = zeros
               exit paragraph
           end-if
           move "N" to wexists
           move walert-name to emn-program
           read errmon invalid key
               continue
           not invalid key
               move "Y" to wexists
               move wsuppress-hours to whours-back
               perform compute-hours-back
               move spaces to wsup14
               string function date-of-integer(wcut-int)
                          delimited by size
                      wcut-hh-d delimited by size
                      "0000" delimited by size
                   into wsup14
               end-string
               if emn-alerted >= wsup14
                   add 1 to wsuppressed
                   exit paragraph
               end-if
           end-read
           perform send-alert
           move walert-name to emn-program
           move wnow14 to emn-alerted
           if wexists = "Y"
               rewrite reg-errmon
           else
               write reg-errmon
           end-if
           add 1 to walertcount.
       send-alert.
           if wops-email = spaces
               exit paragraph
           end-if
           move spaces to wmailsubject
           string "Security alert: " delimited by size
                  function trim(walert-name) delimited by size
               into wmailsubject
           end-string
           move spaces to wmailbody
           string "Security monitor flagged " delimited by size
                  walert-count delimited by size
                  " " delimited by size
                  function trim(walert-text) delimited by size
                  " in the last " delimited by size
                  wwindow-hours delimited by size
                  " hours. See security-monitor.txt."
                      delimited by size
               into wmailbody
           end-string
           set environment "MSG_URGENT" to "Y"
           call "sendmail" using wops-email wmailsubject
               wmailbody
           set environment "MSG_URGENT" to "N".
