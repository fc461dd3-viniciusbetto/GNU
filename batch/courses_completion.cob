       identification division.
       program-id. courses-completion.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "courses.sel".
           copy "crssess.sel".
           copy "crsenrol.sel".
           copy "members.sel".
           select report-out assign to "courses-completion.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "courses.cpy".
           copy "crssess.cpy".
           copy "crsenrol.cpy".
           copy "members.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wc-fstatus        pic xx     value "00".
       01  wq-fstatus        pic xx     value "00".
       01  wn-fstatus        pic xx     value "00".
       01  wcourse-env       pic x(09) value spaces.
       01  wcourse-only      pic 9(09) value zeros.
       01  wtoday            pic x(08) value spaces.
       01  wheld             pic 9(02) value zeros.
       01  wscheduled        pic 9(02) value zeros.
       01  wresult           pic x(12) value spaces.
       01  wcoursecount      pic 9(06) value zeros.
       01  wenrolcount       pic 9(06) value zeros.
       01  wpasscount        pic 9(06) value zeros.
       01  wc-enrol          pic 9(04) value zeros.
       01  wc-pass           pic 9(04) value zeros.
       01  wrl-job           pic x(30) value "COURSES-COMPLETION".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       completion-main.
      *> Course completion report: for every course (or just
      *> COURSE_ID), each active enrollee's sessions attended
      *> against the sessions held so far and the course's pass mark
      *> -- PASS once the mark is reached, NOT YET while enough
      *> sessions remain to reach it, and CANNOT PASS once they do
      *> not. Withdrawn enrollees are left off. COURSE_DATE
      *> (CCYYMMDD) overrides today for counting sessions held.
           accept wcourse-env from environment "COURSE_ID"
           if wcourse-env not = spaces
               move function numval(wcourse-env) to wcourse-only
           end-if
           accept wtoday from environment "COURSE_DATE"
           if wtoday = spaces or wtoday not numeric
               move function current-date(1:8) to wtoday
           end-if
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           open input courses
           if fstatus not = zeros
               display "ERRO ABRINDO courses: " fstatus
               stop run
           end-if
           open input crssess
           if fstatus = "35"
               open output crssess
               close crssess
               open input crssess
           end-if
           open input crsenrol
           if fstatus = "35"
               open output crsenrol
               close crsenrol
               open input crsenrol
           end-if
           open input members
           if fstatus not = zeros
               display "ERRO ABRINDO members: " fstatus
               stop run
           end-if
           open output report-out
           move spaces to report-line
           string "COURSE COMPLETION AS AT " wtoday
               delimited by size into report-line
           end-string
           write report-line
           move "00" to wc-fstatus
           move wcourse-only to crs-id
           start courses key is not less than crs-id
               invalid key move "10" to wc-fstatus
           end-start
           if wc-fstatus not = "10"
               read courses next
                   at end move "10" to wc-fstatus
               end-read
           end-if
           perform until wc-fstatus = "10"
                   or (wcourse-only > zeros and crs-id <> wcourse-only)
               perform report-course
               read courses next
                   at end move "10" to wc-fstatus
               end-read
           end-perform
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "COURSES: " wcoursecount
                  "  ENROLLEES: " wenrolcount
                  "  PASSED: " wpasscount
               delimited by size into report-line
           end-string
           write report-line
           close courses
           close crssess
           close crsenrol
           close members
           close report-out
           move "OK   " to wrl-phase
           move wenrolcount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       report-course.
           add 1 to wcoursecount
           perform count-sessions
           move zeros to wc-enrol wc-pass
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "COURSE " crs-id "  " crs-name(1:40)
                  "  STARTS " crs-start
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "  SESSIONS " wscheduled "  HELD " wheld
                  "  NEEDED TO PASS " crs-pass-count
               delimited by size into report-line
           end-string
           write report-line
           move "00" to wn-fstatus
           move crs-id     to cen-course
           move low-values to cen-login
           start crsenrol key is not less than cen-key
               invalid key move "10" to wn-fstatus
           end-start
           if wn-fstatus not = "10"
               read crsenrol next
                   at end move "10" to wn-fstatus
               end-read
           end-if
           perform until wn-fstatus = "10" or cen-course <> crs-id
               if cen-active
                   perform report-enrollee
               end-if
               read crsenrol next
                   at end move "10" to wn-fstatus
               end-read
           end-perform
           move spaces to report-line
           string "  ENROLLED " wc-enrol "  PASSED " wc-pass
               delimited by size into report-line
           end-string
           write report-line.
       count-sessions.
      *> A cancelled session is neither held nor still to come.
           move zeros to wheld wscheduled
           move "00" to wq-fstatus
           move crs-id to cse-course
           move zeros  to cse-no
           start crssess key is not less than cse-key
               invalid key move "10" to wq-fstatus
           end-start
           if wq-fstatus not = "10"
               read crssess next
                   at end move "10" to wq-fstatus
               end-read
           end-if
           perform until wq-fstatus = "10" or cse-course <> crs-id
               if not cse-cancelled
                   add 1 to wscheduled
                   if cse-date <= wtoday
                       add 1 to wheld
                   end-if
               end-if
               read crssess next
                   at end move "10" to wq-fstatus
               end-read
           end-perform.
       report-enrollee.
           add 1 to wenrolcount
           add 1 to wc-enrol
           evaluate true
               when cen-attend-count >= crs-pass-count
                   move "PASS" to wresult
                   add 1 to wpasscount
                   add 1 to wc-pass
               when cen-attend-count + wscheduled - wheld
                       < crs-pass-count
                   move "CANNOT PASS" to wresult
               when other
                   move "NOT YET" to wresult
           end-evaluate
           move cen-login to login
           read members invalid key
               move spaces to name
           end-read
           move spaces to report-line
           string "  " cen-login(1:30) " " name(1:40)
                  " ATTENDED " cen-attend-count " OF " wheld
                  "  " wresult
               delimited by size into report-line
           end-string
           write report-line.
