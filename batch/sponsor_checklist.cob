       identification division.
       program-id. sponsor-checklist.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "companies.sel".
           copy "sponsors.sel".
           copy "spndeliv.sel".
           select sort-work assign to "sortwork.tmp".
           select report-out assign to "sponsor-checklist.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "companies.cpy".
           copy "sponsors.cpy".
           copy "spndeliv.cpy".
       sd  sort-work.
       01  sort-rec.
           02 sort-section   pic x(01).
           02 sort-location  pic x(30).
           02 sort-sponsor   pic 9(09).
           02 sort-line      pic 9(03).
           02 sort-type      pic x(01).
           02 sort-desc      pic x(40).
           02 sort-qty       pic 9(03).
           02 sort-status    pic x(01).
           02 sort-company   pic x(30).
           02 sort-end       pic x(08).
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wd-fstatus        pic xx     value "00".
       01  wv-fstatus        pic xx     value "00".
       01  wenv-date         pic x(08) value spaces.
       01  wtoday            pic x(08) value spaces.
       01  wfound            pic x(01) value "N".
       01  wcur-section      pic x(01) value spaces.
       01  wcur-location     pic x(30) value spaces.
       01  wtype-text        pic x(06) value spaces.
       01  wstatus-text      pic x(07) value spaces.
       01  wput-count        pic 9(04) value zeros.
       01  wup-count         pic 9(04) value zeros.
       01  wdown-count       pic 9(04) value zeros.
       01  wrl-job           pic x(30) value "SPONSOR-CHECKLIST".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       schk-main.
      *> The caretaker's sponsorship checklist, by location so it can
      *> be walked court by court: boards, logos and adverts a live
      *> contract promises that are not up yet (PUT UP), those that
      *> are up and should be checked (IN PLACE), and anything still
      *> up for a contract that has ended or run past its end date
      *> (TAKE DOWN). Items are marked up or down on the sponsors
      *> page. SPONSOR_DATE (CCYYMMDD) overrides today.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           move function current-date(1:8) to wtoday
           accept wenv-date from environment "SPONSOR_DATE"
           if wenv-date not = spaces
               move wenv-date to wtoday
           end-if
           open input spndeliv
           if fstatus = "35"
               display "SPONSOR-CHECKLIST: NO DELIVERABLES"
               move "OK   " to wrl-phase
               call "runlog" using wrl-job wrl-phase wrl-count
               stop run
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO spndeliv: " fstatus
               move 8 to return-code
               stop run
           end-if
           open input sponsors
           if fstatus not = zeros
               display "ERRO ABRINDO sponsors: " fstatus
               close spndeliv
               move 8 to return-code
               stop run
           end-if
           open input companies
           if fstatus not = zeros
               display "ERRO ABRINDO companies: " fstatus
               close spndeliv sponsors
               move 8 to return-code
               stop run
           end-if
           open output report-out
           move spaces to report-line
           string "SPONSORSHIP CHECKLIST " wtoday
               delimited by size into report-line
           end-string
           write report-line
           sort sort-work on ascending key sort-section sort-location
                   sort-sponsor sort-line
               input procedure is release-deliverables
               output procedure is write-checklist
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "TO PUT UP: " wput-count
                  "  IN PLACE: " wup-count
                  "  TO TAKE DOWN: " wdown-count
               delimited by size into report-line
           end-string
           write report-line
           close spndeliv
           close sponsors
           close companies
           close report-out
           display "SPONSOR-CHECKLIST: " wput-count " UP, "
               wdown-count " DOWN"
           move "OK   " to wrl-phase
           compute wrl-count = wput-count + wup-count + wdown-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       release-deliverables.
           move "00" to wd-fstatus
           read spndeliv next
               at end move "10" to wd-fstatus
           end-read
           perform until wd-fstatus = "10"
               perform consider-deliverable
               read spndeliv next
                   at end move "10" to wd-fstatus
               end-read
           end-perform.
       consider-deliverable.
           move "Y" to wfound
           move sdl-sponsor to spn-id
           read sponsors
               invalid key move "N" to wfound
           end-read
           if wfound = "N"
               exit paragraph
           end-if
           move spaces to sort-section
           if spn-ended or spn-end < wtoday
               if sdl-up
                   move "3" to sort-section
               end-if
           else
               if spn-start <= wtoday
                   if sdl-up
                       move "2" to sort-section
                   else
                       move "1" to sort-section
                   end-if
               end-if
           end-if
           if sort-section = spaces
               exit paragraph
           end-if
           move "?" to sort-company
           move spn-company to cmp-id
           read companies
               not invalid key move cmp-name to sort-company
           end-read
           move sdl-location to sort-location
           move sdl-sponsor  to sort-sponsor
           move sdl-line     to sort-line
           move sdl-type     to sort-type
           move sdl-desc     to sort-desc
           move sdl-qty      to sort-qty
           move sdl-status   to sort-status
           move spn-end      to sort-end
           release sort-rec.
       write-checklist.
           move spaces to wcur-section wcur-location
           move "00" to wv-fstatus
           return sort-work
               at end move "10" to wv-fstatus
           end-return
           perform until wv-fstatus = "10"
               if sort-section not = wcur-section
                   perform write-section-head
               end-if
               if sort-location not = wcur-location
                   move sort-location to wcur-location
                   move spaces to report-line
                   string "  " sort-location
                       delimited by size into report-line
                   end-string
                   write report-line
               end-if
               perform write-item
               return sort-work
                   at end move "10" to wv-fstatus
               end-return
           end-perform.
       write-section-head.
           move sort-section to wcur-section
           move spaces to wcur-location
           move spaces to report-line
           write report-line
           move spaces to report-line
           evaluate sort-section
               when "1"
                   move "PUT UP" to report-line
               when "2"
                   move "IN PLACE -- CHECK CONDITION" to report-line
               when other
                   move "TAKE DOWN -- CONTRACT ENDED" to report-line
           end-evaluate
           write report-line.
       write-item.
           evaluate sort-type
               when "B"   move "BOARD"  to wtype-text
               when "L"   move "LOGO"   to wtype-text
               when "A"   move "ADVERT" to wtype-text
               when other move "OTHER"  to wtype-text
           end-evaluate
           evaluate sort-status
               when "U"   move "UP"      to wstatus-text
               when "D"   move "DOWN"    to wstatus-text
               when other move "PENDING" to wstatus-text
           end-evaluate
           evaluate sort-section
               when "1"   add 1 to wput-count
               when "2"   add 1 to wup-count
               when other add 1 to wdown-count
           end-evaluate
           move spaces to report-line
           move "[ ]"          to report-line(5:3)
           move wtype-text     to report-line(9:6)
           move sort-qty       to report-line(16:3)
           move sort-desc      to report-line(20:40)
           move sort-company   to report-line(61:30)
           move sort-sponsor   to report-line(92:9)
           move sort-line      to report-line(102:3)
           move wstatus-text   to report-line(106:7)
           move sort-end       to report-line(114:8)
           write report-line.
