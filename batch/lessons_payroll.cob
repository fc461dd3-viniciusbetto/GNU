       identification division.
       program-id. lessons-payroll.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "instruct.sel".
           copy "lessons.sel".
           copy "members.sel".
           select report-out assign to "lessons-payroll.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "instruct.cpy".
           copy "lessons.cpy".
           copy "members.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wi-fstatus        pic xx     value "00".
       01  wl-fstatus        pic xx     value "00".
       01  wclose-month      pic x(06) value spaces.
       01  wym-y             pic 9(04) value zeros.
       01  wym-m             pic 9(02) value zeros.
       01  wc-delivered      pic 9(04) value zeros.
       01  wc-noshows        pic 9(04) value zeros.
       01  wc-unsettled      pic 9(04) value zeros.
       01  wc-pay            pic 9(07)v99 value zeros.
       01  wtot-lessons      pic 9(06) value zeros.
       01  wtot-unsettled    pic 9(06) value zeros.
       01  wtot-pay          pic 9(09)v99 value zeros.
       01  wkind             pic x(06) value spaces.
       01  wstate            pic x(10) value spaces.
       01  wamt-display      pic zzzzzz9,99.
       01  wtot-display      pic zzzzzzzz9,99.
       01  wrl-job           pic x(30) value "LESSONS-PAYROLL".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       payroll-main.
      *> Monthly instructor report for paying the coaches: every
      *> lesson each coach gave in the month, delivered or no-show
      *> (the coach turned up either way), at the coach's pay rate,
      *> with a total per coach and for the club. Lessons of the
      *> month not yet through LESSONS-SETTLE are counted apart and
      *> not paid, so the run belongs after the month's last settle.
      *> CLOSE_MONTH (CCYYMM) overrides the month that just ended.
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
           open input instruct
           if fstatus not = zeros
               display "ERRO ABRINDO instruct: " fstatus
               stop run
           end-if
           open input lessons
           if fstatus = "35"
               open output lessons
               close lessons
               open input lessons
           end-if
           open input members
           if fstatus not = zeros
               display "ERRO ABRINDO members: " fstatus
               stop run
           end-if
           open output report-out
           move spaces to report-line
           string "INSTRUCTOR LESSONS DELIVERED " wclose-month
               delimited by size into report-line
           end-string
           write report-line
           move "00" to wi-fstatus
           move low-values to ins-login
           start instruct key is not less than ins-login
               invalid key move "10" to wi-fstatus
           end-start
           if wi-fstatus not = "10"
               read instruct next
                   at end move "10" to wi-fstatus
               end-read
           end-if
           perform until wi-fstatus = "10"
               perform report-instructor
               read instruct next
                   at end move "10" to wi-fstatus
               end-read
           end-perform
           move spaces to report-line
           write report-line
           move wtot-pay to wtot-display
           move spaces to report-line
           string "LESSONS PAID: " wtot-lessons
                  "  NOT YET SETTLED: " wtot-unsettled
                  "  TOTAL COACH PAY: " wtot-display
               delimited by size into report-line
           end-string
           write report-line
           close instruct
           close lessons
           close members
           close report-out
           move "OK   " to wrl-phase
           move wtot-lessons to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       report-instructor.
           move zeros to wc-delivered wc-noshows wc-unsettled wc-pay
           move ins-login to login
           read members invalid key
               move spaces to name
           end-read
           move spaces to report-line
           write report-line
           move ins-pay-rate to wamt-display
           move spaces to report-line
           string "INSTRUCTOR " ins-login(1:30) " " name(1:40)
                  "  RATE " wamt-display
               delimited by size into report-line
           end-string
           write report-line
           move "00" to wl-fstatus
           move zeros to les-id
           start lessons key is not less than les-id
               invalid key move "10" to wl-fstatus
           end-start
           if wl-fstatus not = "10"
               read lessons next
                   at end move "10" to wl-fstatus
               end-read
           end-if
           perform until wl-fstatus = "10"
               if les-instructor = ins-login
                       and les-date(1:6) = wclose-month
                   perform tally-lesson
               end-if
               read lessons next
                   at end move "10" to wl-fstatus
               end-read
           end-perform
           move wc-pay to wamt-display
           move spaces to report-line
           string "  DELIVERED " wc-delivered
                  "  NO-SHOWS " wc-noshows
                  "  NOT YET SETTLED " wc-unsettled
                  "  PAY " wamt-display
               delimited by size into report-line
           end-string
           write report-line
           add wc-pay to wtot-pay
           add wc-unsettled to wtot-unsettled.
       tally-lesson.
           evaluate true
               when les-delivered
                   add 1 to wc-delivered
                   move "TAUGHT" to wstate
               when les-noshow
                   add 1 to wc-noshows
                   move "NO-SHOW" to wstate
               when les-booked
                   add 1 to wc-unsettled
                   move "UNSETTLED" to wstate
               when other
                   exit paragraph
           end-evaluate
           if les-delivered or les-noshow
               add ins-pay-rate to wc-pay
               add 1 to wtot-lessons
           end-if
           if les-pack > zeros
               move "PACK" to wkind
           else
               move "SINGLE" to wkind
           end-if
           move spaces to report-line
           string "  " les-id " " les-date " " les-slot " COURT "
                  les-court " " les-login(1:30) " " wkind " " wstate
               delimited by size into report-line
           end-string
           write report-line.
