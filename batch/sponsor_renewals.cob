       identification division.
       program-id. sponsor-renewals.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "companies.sel".
           copy "sponsors.sel".
           select sort-work assign to "sortwork.tmp".
           select report-out assign to "sponsor-renewals.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "companies.cpy".
           copy "sponsors.cpy".
       sd  sort-work.
       01  sort-rec.
           02 sort-end       pic x(08).
           02 sort-id        pic 9(09).
           02 sort-company   pic 9(09).
           02 sort-package   pic x(30).
           02 sort-value     pic 9(07)v99.
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  ws-fstatus        pic xx     value "00".
       01  wv-fstatus        pic xx     value "00".
       01  wenv-days         pic x(04) value spaces.
       01  wwindow-days      pic 9(04) value 90.
       01  wtoday            pic 9(08) value zeros.
       01  wtoday-int        pic s9(09) comp.
       01  wlimit            pic 9(08) value zeros.
       01  wend-n            pic 9(08) value zeros.
       01  wdays-left        pic s9(05) value zeros.
       01  wdays-display     pic ---9.
       01  wcount            pic 9(04) value zeros.
       01  wtotal            pic 9(09)v99 value zeros.
       01  wamt-display      pic zzzzzz9,99.
       01  wtot-display      pic zzzzzzzz9,99.
       01  wcompany-name     pic x(60) value spaces.
       01  wcompany-contact  pic x(60) value spaces.
       01  wcompany-email    pic x(120) value spaces.
       01  wrl-job           pic x(30) value "SPONSOR-RENEWALS".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       sren-main.
      *> Renewal warning: active sponsorship contracts ending within
      *> the next 90 days (RENEWAL_DAYS overrides the window), soonest
      *> first, with who to ring and what the contract is worth, so
      *> the treasurer can open the renewal conversation before the
      *> boards come down. Contracts already past their end date but
      *> not yet ended show with negative days left.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           move function current-date(1:8) to wtoday
           compute wtoday-int = function integer-of-date(wtoday)
           accept wenv-days from environment "RENEWAL_DAYS"
           if wenv-days not = spaces
                   and function test-numval(wenv-days) = 0
               move function numval(wenv-days) to wwindow-days
           end-if
           compute wlimit =
               function date-of-integer(wtoday-int + wwindow-days)
           open input sponsors
           if fstatus = "35"
               display "SPONSOR-RENEWALS: NO CONTRACTS"
               move "OK   " to wrl-phase
               call "runlog" using wrl-job wrl-phase wrl-count
               stop run
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO sponsors: " fstatus
               move 8 to return-code
               stop run
           end-if
           open input companies
           if fstatus not = zeros
               display "ERRO ABRINDO companies: " fstatus
               close sponsors
               move 8 to return-code
               stop run
           end-if
           open output report-out
           move spaces to report-line
           string "SPONSORSHIP RENEWALS DUE BY " wlimit
                  "  (RUN " wtoday ")"
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           sort sort-work on ascending key sort-end sort-id
               input procedure is release-contracts
               output procedure is write-renewals
           move wtotal to wtot-display
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "CONTRACTS DUE: " wcount
                  "  VALUE: " wtot-display
               delimited by size into report-line
           end-string
           write report-line
           close sponsors
           close companies
           close report-out
           display "SPONSOR-RENEWALS: " wcount " CONTRACTS"
           move "OK   " to wrl-phase
           move wcount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       release-contracts.
           move "00" to ws-fstatus
           read sponsors next
               at end move "10" to ws-fstatus
           end-read
           perform until ws-fstatus = "10"
               if spn-active and spn-end <= wlimit
                   move spn-end     to sort-end
                   move spn-id      to sort-id
                   move spn-company to sort-company
                   move spn-package to sort-package
                   move spn-value   to sort-value
                   release sort-rec
               end-if
               read sponsors next
                   at end move "10" to ws-fstatus
               end-read
           end-perform.
       write-renewals.
           move "00" to wv-fstatus
           return sort-work
               at end move "10" to wv-fstatus
           end-return
           perform until wv-fstatus = "10"
               perform write-one-renewal
               return sort-work
                   at end move "10" to wv-fstatus
               end-return
           end-perform.
       write-one-renewal.
           move "?" to wcompany-name
           move spaces to wcompany-contact wcompany-email
           move sort-company to cmp-id
           read companies
               not invalid key
                   move cmp-name    to wcompany-name
                   move cmp-contact to wcompany-contact
                   move cmp-email   to wcompany-email
           end-read
           move sort-end to wend-n
           compute wdays-left =
               function integer-of-date(wend-n) - wtoday-int
           move wdays-left to wdays-display
           move sort-value to wamt-display
           add 1 to wcount
           add sort-value to wtotal
           move spaces to report-line
           move sort-end           to report-line(1:8)
           move wdays-display      to report-line(10:4)
           move sort-id            to report-line(15:9)
           move wcompany-name      to report-line(25:30)
           move sort-package       to report-line(56:30)
           move wamt-display       to report-line(87:10)
           write report-line
           move spaces to report-line
           string "          CONTACT: "
                  function trim(wcompany-contact)
                  "  " function trim(wcompany-email)
               delimited by size into report-line
           end-string
           write report-line.
