       identification division.
       program-id. lessons-settle.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "lessons.sel".
           copy "lespacks.sel".
           copy "bookings.sel".
           copy "payments.sel".
           select report-out assign to "lessons-settle.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "lessons.cpy".
           copy "lespacks.cpy".
           copy "bookings.cpy".
           copy "payments.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wl-fstatus        pic xx     value "00".
       01  wsettle-date      pic x(08) value spaces.
       01  wverdict          pic x(01) value spaces.
       01  wseqbump          pic 9(14) value zeros.
       01  wretry9           pic 9(01) value zeros.
       01  wwritten          pic x(01) value "N".
       01  wnote             pic x(30) value spaces.
       01  wdelivered        pic 9(06) value zeros.
       01  wnoshows          pic 9(06) value zeros.
       01  wcancelled        pic 9(06) value zeros.
       01  wcharged          pic 9(06) value zeros.
       01  wchargedtotal     pic 9(09)v99 value zeros.
       01  wamt-display      pic zzzz9,99.
       01  wtot-display      pic zzzzzzzz9,99.
       01  wrl-job           pic x(30) value "LESSONS-SETTLE".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       settle-main.
      *> Nightly close-off of the lessons taken. Every lesson still
      *> booked for a day before LESSON_DATE (CCYYMMDD, default
      *> today) takes the desk's verdict from its court booking:
      *> attended, or no verdict at all, is a lesson delivered; a
      *> no-show is a no-show, charged just the same -- the coach
      *> was there. A single lesson posts its fee as an open charge
      *> (house-charge kind, category LS, like an event fee); a
      *> pack lesson was drawn off the pack at booking and posts
      *> nothing. A court booking cancelled under the lesson (a
      *> declared outage) cancels the lesson and puts a pack lesson
      *> back on the pack.
           accept wsettle-date from environment "LESSON_DATE"
           if wsettle-date = spaces or wsettle-date not numeric
               move function current-date(1:8) to wsettle-date
           end-if
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           open i-o lessons
           if fstatus = "35"
               open output lessons
               close lessons
               open i-o lessons
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO lessons: " fstatus
               stop run
           end-if
           open input bookings
           if fstatus = "35"
               open output bookings
               close bookings
               open input bookings
           end-if
           open i-o payments
           if fstatus = "35"
               open output payments
               close payments
               open i-o payments
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO payments: " fstatus
               close lessons
               stop run
           end-if
           open output report-out
           move spaces to report-line
           string "LESSONS SETTLED BEFORE " wsettle-date
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
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
               if les-booked and les-date < wsettle-date
                   perform settle-lesson
               end-if
               read lessons next
                   at end move "10" to wl-fstatus
               end-read
           end-perform
           move spaces to report-line
           write report-line
           move wchargedtotal to wtot-display
           move spaces to report-line
           string "DELIVERED: " wdelivered
                  "  NO-SHOWS: " wnoshows
                  "  CANCELLED: " wcancelled
                  "  SINGLES CHARGED: " wcharged
                  "  AMOUNT: " wtot-display
               delimited by size into report-line
           end-string
           write report-line
           close lessons
           close bookings
           close payments
           close report-out
           move "OK   " to wrl-phase
           compute wrl-count = wdelivered + wnoshows
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       settle-lesson.
           move "T" to wverdict
           move les-court to bkg-resource
           move les-date  to bkg-date
           move les-slot  to bkg-slot
           read bookings
               invalid key continue
               not invalid key
                   if bkg-login = les-login
                       move bkg-status to wverdict
                   end-if
           end-read
           move spaces to wnote
           evaluate true
               when wverdict = "C"
                   set les-cancelled to true
                   add 1 to wcancelled
                   move "CANCELLED WITH THE COURT" to wnote
                   if les-pack > zeros
                       perform credit-pack
                   end-if
               when wverdict = "N"
                   set les-noshow to true
                   add 1 to wnoshows
                   move "NO-SHOW" to wnote
               when other
                   set les-delivered to true
                   add 1 to wdelivered
                   move "DELIVERED" to wnote
           end-evaluate
           if not les-cancelled and les-pack = zeros
                   and les-fee > zeros
               perform post-lesson-fee
               if wwritten not = "Y"
                   move "PAYMENTS KEY CLASH -- NOT SETTLED" to wnote
                   perform write-lesson-line
                   exit paragraph
               end-if
               add 1 to wcharged
               add les-fee to wchargedtotal
           end-if
           move wsettle-date to les-settled-on
           rewrite reg-lessons
           perform write-lesson-line.
       post-lesson-fee.
           initialize reg-payments
           move les-login to pay-login
           move function current-date(1:14) to pay-seq
           move les-fee to pay-amount
           move "LESSON FEE" to pay-method
           move spaces to pay-due-date
           set pay-kind-tab to true
           if les-noshow
               move "LESSONNS" to pay-reason
           else
               move "LESSON" to pay-reason
           end-if
           move spaces to pay-orig-seq
           move "N" to pay-reversed
           move "LESSONS-SETTLE" to pay-operator
           set pay-cat-lesson to true
           move "N" to wwritten
           move zeros to wretry9
           perform until wwritten = "Y" or wretry9 > 5
               write reg-payments
                   invalid key
                       add 1 to wretry9
                       move pay-seq to wseqbump
                       add 1 to wseqbump
                       move wseqbump to pay-seq
                   not invalid key
                       move "Y" to wwritten
               end-write
           end-perform.
       credit-pack.
           open i-o lespacks
           if fstatus not = zeros
               exit paragraph
           end-if
           move les-pack to lpk-id
           read lespacks
               invalid key continue
               not invalid key
                   if lpk-remaining < lpk-size
                       add 1 to lpk-remaining
                   end-if
                   set lpk-live to true
                   rewrite reg-lespacks
           end-read
           close lespacks.
       write-lesson-line.
           move les-fee to wamt-display
           move spaces to report-line
           string les-id " " les-date " " les-slot " "
                  les-login(1:30) " " les-instructor(1:30) " "
                  les-pack " " wamt-display " " wnote
               delimited by size into report-line
           end-string
           write report-line.
