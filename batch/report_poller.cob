       identification division.
       program-id. report-poller.
       environment division.
       input-output section.
       file-control.
           copy "rptreq.sel".
           copy "counters.sel".
           select report-out assign to "report-poller.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "rptreq.cpy".
           copy "counters.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       copy "rptcatalog.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wq-fstatus        pic xx     value "00".
       78  wstale-default    value 120.
       01  wstale-minutes    pic 9(04) value zeros.
       01  wenv              pic x(04) value spaces.
       01  wpl-now              pic x(14) value spaces.
       01  wpl-now-date         pic 9(08) value zeros.
       01  wrun-date         pic 9(08) value zeros.
       01  wpl-now-int          pic s9(09) comp.
       01  wrun-int          pic s9(09) comp.
       01  wrun-minutes      pic s9(09) value zeros.
       01  wbusy             pic x(01) value "N".
       01  wmaint-on         pic x(01) value "N".
       01  wnext-id          pic 9(09) value zeros.
       01  wfound-cat        pic x(01) value "N".
       01  wenv-name         pic x(16) value spaces.
       01  wenv-value        pic x(60) value spaces.
       01  wcommand          pic x(80) value spaces.
       01  wcall-rc          pic s9(09) binary value zeros.
       01  wstep-rc          pic s9(09) value zeros.
       01  woutfile          pic x(40) value spaces.
       01  wat-pos           pic 9(02) value zeros.
       01  wfile-info.
           02 wfi-size       pic x(08) comp-x.
           02 wfi-stamp      pic x(08).
       01  wrpt-name         pic x(30) value spaces.
       01  wrpt-file         pic x(40) value spaces.
       01  wrpt-keep         pic 9(02) value zeros.
       01  wreq-no           pic 9(06) value zeros.
       01  wreq-display      pic z(8)9.
       01  wrc-display       pic z(3)9.
       01  wmailto           pic x(120) value spaces.
       01  wmailsubject      pic x(60) value spaces.
       01  wmailbody         pic x(200) value spaces.
       01  wdonecount        pic 9(04) value zeros.
       01  wfailcount        pic 9(04) value zeros.
       01  wrl-job           pic x(30) value "REPORT-POLLER".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       poller-main.
      *> Daytime runner for the on-demand report queue the REPORTS
      *> screen fills. Scheduled every few minutes outside the
      *> nightly window; each run works the queued requests one at
      *> a time, oldest first: the catalogued job is run with the
      *> request's parameters set in its environment, its output is
      *> filed in the report library under REQnnnnnn-<REPORT> through
      *> RPTSTORE, and the requester is mailed that it is ready (or
      *> that it failed). Nothing runs while the maintenance switch is
      *> up -- the queue simply waits for the next run. A request
      *> left RUNNING by a run that died is failed after
      *> RPTREQ_STALE_MINUTES (default 120); until then a RUNNING
      *> request means another poller is at work, and this one
      *> leaves it alone.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           move wstale-default to wstale-minutes
           accept wenv from environment "RPTREQ_STALE_MINUTES"
           if wenv is numeric and wenv > zeros
               move wenv to wstale-minutes
           end-if
           perform check-maintenance-mode
           if wmaint-on = "Y"
               display "REPORT-POLLER: MAINTENANCE MODE IS ON"
                   " -- NOTHING RUN"
               perform finish-run
           end-if
           open i-o rptreq
           if fstatus = "35"
               display "REPORT-POLLER: NO REQUESTS"
               perform finish-run
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO rptreq: " fstatus
               move 8 to return-code
               stop run
           end-if
           open output report-out
           move spaces to report-line
           string "ON-DEMAND REPORT QUEUE "
                  function current-date(1:14)
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           perform check-running
           if wbusy = "Y"
               move spaces to report-line
               move "ANOTHER RUN IS WORKING THE QUEUE -- NOTHING RUN"
                   to report-line
               write report-line
           else
               move zeros to wnext-id
               perform next-queued
               perform until wq-fstatus = "10"
                   perform check-maintenance-mode
                   if wmaint-on = "Y"
                       move spaces to report-line
                       move "MAINTENANCE MODE RAISED -- REST OF THE"
                           to report-line
                       move " QUEUE LEFT FOR LATER"
                           to report-line(39:21)
                       write report-line
                       move "10" to wq-fstatus
                   else
                       perform run-request
                       perform next-queued
                   end-if
               end-perform
           end-if
           close rptreq
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "READY: " wdonecount "  FAILED: " wfailcount
               delimited by size into report-line
           end-string
           write report-line
           close report-out
           display "REPORT-POLLER: " wdonecount " READY, "
               wfailcount " FAILED"
           perform finish-run.
       finish-run.
           move "OK   " to wrl-phase
           compute wrl-count = wdonecount + wfailcount
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       check-maintenance-mode.
           move "N" to wmaint-on
           move "MAINT-MODE" to wcountername
           perform read-counter
           if wcountervalue = 1
               move "Y" to wmaint-on
           end-if.
       check-running.
      *> A RUNNING request younger than the stale limit means a run
      *> is still going; an older one died with its poller.
           move "N" to wbusy
           move function current-date(1:14) to wpl-now
           move wpl-now(1:8) to wpl-now-date
           compute wpl-now-int = function integer-of-date(wpl-now-date)
           move "00" to wq-fstatus
           move zeros to rrq-id
           start rptreq key is not less than rrq-id
               invalid key move "10" to wq-fstatus
           end-start
           if wq-fstatus not = "10"
               read rptreq next
                   at end move "10" to wq-fstatus
               end-read
           end-if
           perform until wq-fstatus = "10"
               if rrq-running
                   perform age-running-request
               end-if
               read rptreq next
                   at end move "10" to wq-fstatus
               end-read
           end-perform.
       age-running-request.
           move 99999 to wrun-minutes
           if rrq-started(1:8) is numeric
               move rrq-started(1:8) to wrun-date
               if function test-date-yyyymmdd(wrun-date) = 0
                   compute wrun-int =
                       function integer-of-date(wrun-date)
                   compute wrun-minutes =
                       (wpl-now-int - wrun-int) * 1440
                       + function numval(wpl-now(9:2)) * 60
                       + function numval(wpl-now(11:2))
                       - function numval(rrq-started(9:2)) * 60
                       - function numval(rrq-started(11:2))
               end-if
           end-if
           if wrun-minutes <= wstale-minutes
               move "Y" to wbusy
               exit paragraph
           end-if
           move "F" to rrq-status
           move 9999 to rrq-rc
           move wpl-now to rrq-finished
           move "INTERRUPTED -- PLEASE ASK AGAIN" to rrq-message
           rewrite reg-rptreq
           add 1 to wfailcount
           perform write-request-line
           perform notify-requester.
       next-queued.
      *> The oldest queued request after the last one taken.
           move "00" to wq-fstatus
           compute rrq-id = wnext-id + 1
           start rptreq key is not less than rrq-id
               invalid key move "10" to wq-fstatus
           end-start
           if wq-fstatus not = "10"
               read rptreq next
                   at end move "10" to wq-fstatus
               end-read
           end-if
           perform until wq-fstatus = "10" or rrq-queued
               read rptreq next
                   at end move "10" to wq-fstatus
               end-read
           end-perform
           if wq-fstatus not = "10"
               move rrq-id to wnext-id
           end-if.
       run-request.
           move "R" to rrq-status
           move function current-date(1:14) to rrq-started
           rewrite reg-rptreq
           move "N" to wfound-cat
           perform varying wcat-idx from 1 by 1
                   until wcat-idx > wcat-max or wfound-cat = "Y"
               if wcat-name(wcat-idx) = rrq-report
                   move "Y" to wfound-cat
               end-if
           end-perform
           if wfound-cat = "N"
               move "F" to rrq-status
               move zeros to rrq-rc
               move "NO LONGER IN THE CATALOGUE" to rrq-message
               perform close-request
               exit paragraph
           end-if
           subtract 1 from wcat-idx
           perform build-output-name
           call "CBL_DELETE_FILE" using woutfile
           perform set-parameters
           move spaces to wcommand
           move wcat-command(wcat-idx) to wcommand
           call "SYSTEM" using wcommand
           move return-code to wstep-rc
           move zeros to return-code
           perform clear-parameters
           move "N" to wfound-cat
           call "CBL_CHECK_FILE_EXIST" using woutfile wfile-info
               returning wcall-rc
           end-call
           if wcall-rc = zeros
               move "Y" to wfound-cat
           end-if
           if wstep-rc < zeros
               move 9999 to rrq-rc
           else
               move wstep-rc to rrq-rc
           end-if
           if wstep-rc not = zeros
               move "F" to rrq-status
               move rrq-rc to wrc-display
               move spaces to rrq-message
               string "JOB ENDED WITH RETURN CODE "
                      function trim(wrc-display)
                   delimited by size into rrq-message
               end-string
               perform close-request
               exit paragraph
           end-if
           if wfound-cat = "N"
               move "F" to rrq-status
               move "JOB PRODUCED NO REPORT -- CHECK THE PARAMETERS"
                   to rrq-message
               perform close-request
               exit paragraph
           end-if
           move rrq-id to wreq-no
           move spaces to wrpt-name
           string "REQ" wreq-no "-" function trim(rrq-report)
               delimited by size into wrpt-name
           end-string
           move woutfile to wrpt-file
           move zeros to wrpt-keep
           call "rptstore" using wrpt-name wrpt-file wrpt-keep
           move wrpt-name to rrq-libname
           move "D" to rrq-status
           move "READY IN THE REPORT LIBRARY" to rrq-message
           perform close-request.
       close-request.
           move function current-date(1:14) to rrq-finished
           rewrite reg-rptreq
           if rrq-done
               add 1 to wdonecount
           else
               add 1 to wfailcount
           end-if
           perform write-request-line
           perform notify-requester.
       build-output-name.
      *> "@" in the catalogue file name is the first parameter's
      *> value -- PAYMENTS-STATEMENT writes statement-<login>.txt.
           move spaces to woutfile
           move zeros to wat-pos
           inspect wcat-file(wcat-idx) tallying wat-pos
               for characters before initial "@"
           if wat-pos >= 30
               move wcat-file(wcat-idx) to woutfile
           else
               string wcat-file(wcat-idx)(1:wat-pos)
                      function trim(rrq-param(1))
                      function trim(
                          wcat-file(wcat-idx)(wat-pos + 2:))
                   delimited by size into woutfile
               end-string
           end-if.
       set-parameters.
      *> Every catalogued variable is set, blank when the request
      *> left it out, so nothing from the poller's own environment
      *> or an earlier request leaks into the run.
           perform varying wcat-pidx from 1 by 1 until wcat-pidx > 3
               if wcat-env(wcat-idx, wcat-pidx) not = spaces
                   move wcat-env(wcat-idx, wcat-pidx) to wenv-name
                   move rrq-param(wcat-pidx) to wenv-value
                   if wenv-value = spaces
                       set environment wenv-name to " "
                   else
                       set environment wenv-name to wenv-value
                   end-if
               end-if
           end-perform.
       clear-parameters.
           perform varying wcat-pidx from 1 by 1 until wcat-pidx > 3
               if wcat-env(wcat-idx, wcat-pidx) not = spaces
                   move wcat-env(wcat-idx, wcat-pidx) to wenv-name
                   set environment wenv-name to " "
               end-if
           end-perform.
       write-request-line.
           move rrq-id to wreq-display
           move spaces to report-line
           string wreq-display "  " rrq-report "  "
                  function trim(rrq-requester) "  "
                  function trim(rrq-message)
               delimited by size into report-line
           end-string
           write report-line.
       notify-requester.
           if rrq-email = spaces
               exit paragraph
           end-if
           move rrq-id to wreq-display
           move rrq-email to wmailto
           move spaces to wmailsubject wmailbody
           if rrq-done
               string "Report ready: " function trim(rrq-report)
                      " (request " function trim(wreq-display) ")"
                   delimited by size into wmailsubject
               end-string
               string "The " function trim(rrq-report)
                      " you asked for is in the report library as "
                      function trim(rrq-libname)
                      " -- open it from the REPORTS screen."
                   delimited by size into wmailbody
               end-string
           else
               string "Report failed: " function trim(rrq-report)
                      " (request " function trim(wreq-display) ")"
                   delimited by size into wmailsubject
               end-string
               string "The " function trim(rrq-report)
                      " you asked for did not run: "
                      function trim(rrq-message)
                      ". The request can be made again from the"
                      " REPORTS screen."
                   delimited by size into wmailbody
               end-string
           end-if
           call "sendmail" using wmailto wmailsubject wmailbody.
       copy "counter-read.cpy".
