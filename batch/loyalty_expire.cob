       identification division.
       program-id. loyalty-expire.
       environment division.
       input-output section.
       file-control.
           copy "points.sel".
           select report-out assign to "loyalty-expire.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "points.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  we-fstatus        pic xx     value "00".
       01  wenv-cutoff       pic x(08) value spaces.
       01  wcutoff           pic 9(08) value zeros.
       01  wrun-date         pic x(08) value spaces.
       01  wrun-int          pic s9(09) comp.
       01  wcur-login        pic x(60) value spaces.
       01  wold-earned       pic 9(09) value zeros.
       01  wspent            pic 9(09) value zeros.
       78  wmax-expiring     value 5000.
       01  wxp-count         pic 9(04) value zeros.
       01  wxp-table.
           02 wxp-entry occurs 5000 times.
               03 wxp-login   pic x(60).
               03 wxp-points  pic 9(07).
       01  wxp-idx           pic 9(04) value zeros.
       01  wxp-skipped       pic 9(06) value zeros.
       01  wtotal-points     pic 9(09) value zeros.
       01  wnum-display      pic zzzzzz9.
       01  wrl-job           pic x(30) value "LOYALTY-EXPIRE".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       expire-main.
      *> Yearly sweep: points not spent within a year of being earned
      *> lapse. Spending is taken from the oldest points first, so
      *> what lapses for a member is whatever they earned before the
      *> cutoff less everything they have ever spent or already had
      *> expire; it is written as one expiry row per member, keyed by
      *> the run date, so a second run the same day finds nothing
      *> left to expire. LOYALTY_CUTOFF (CCYYMMDD) overrides the
      *> default of a year before today.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           move function current-date(1:8) to wrun-date
           compute wrun-int =
               function integer-of-date(function numval(wrun-date))
           accept wenv-cutoff from environment "LOYALTY_CUTOFF"
           if wenv-cutoff not = spaces
               move wenv-cutoff to wcutoff
           else
               compute wcutoff =
                   function date-of-integer(wrun-int - wpts-life-days)
           end-if
           open input points
           if fstatus = "35"
               display "LOYALTY-EXPIRE: NO POINTS LEDGER"
               move "OK   " to wrl-phase
               call "runlog" using wrl-job wrl-phase wrl-count
               stop run
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO points: " fstatus
               move 8 to return-code
               stop run
           end-if
           perform find-lapsing
           close points
           open i-o points
           if fstatus not = zeros
               display "ERRO ABRINDO points: " fstatus
               move 8 to return-code
               stop run
           end-if
           open output report-out
           move spaces to report-line
           string "LOYALTY POINTS EXPIRED " wrun-date
                  "  (EARNED BEFORE " wcutoff ")"
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           perform varying wxp-idx from 1 by 1
                   until wxp-idx > wxp-count
               perform write-expiry
           end-perform
           close points
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "MEMBERS: " wxp-count
                  "  POINTS EXPIRED: " wtotal-points
               delimited by size into report-line
           end-string
           write report-line
           if wxp-skipped > zeros
               move spaces to report-line
               string "NOT EXPIRED (TABLE FULL -- RUN AGAIN): "
                      wxp-skipped
                   delimited by size into report-line
               end-string
               write report-line
           end-if
           close report-out
           display "LOYALTY-EXPIRE: " wxp-count " MEMBERS, "
               wtotal-points " POINTS"
           move "OK   " to wrl-phase
           move wxp-count to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       find-lapsing.
      *> The ledger is keyed by login, so each member's rows come
      *> together; the lapsing amounts are held in the table and
      *> written once the read is finished.
           move spaces to wcur-login
           move zeros to wold-earned wspent
           move "00" to we-fstatus
           read points next
               at end move "10" to we-fstatus
           end-read
           perform until we-fstatus = "10"
               if pts-login not = wcur-login
                   perform close-member
                   move pts-login to wcur-login
               end-if
               if pts-earn
                   if pts-date < wcutoff
                       add pts-points to wold-earned
                   end-if
               else
                   add pts-points to wspent
               end-if
               read points next
                   at end move "10" to we-fstatus
               end-read
           end-perform
           perform close-member.
       close-member.
           if wcur-login not = spaces and wold-earned > wspent
               if wxp-count < wmax-expiring
                   add 1 to wxp-count
                   move wcur-login to wxp-login(wxp-count)
                   compute wxp-points(wxp-count) = wold-earned - wspent
               else
                   add 1 to wxp-skipped
               end-if
           end-if
           move zeros to wold-earned wspent.
       write-expiry.
           initialize reg-points
           move wxp-login(wxp-idx) to pts-login
           move spaces to pts-seq
           string "X" wrun-date "00000"
               delimited by size into pts-seq
           end-string
           move "X"  to pts-kind
           move "EX" to pts-source
           move wxp-points(wxp-idx) to pts-points
           move wrun-date to pts-date
           move spaces to pts-ref
           string "EARNED BEFORE " wcutoff
               delimited by size into pts-ref
           end-string
           move function current-date(1:14) to pts-posted
           move wrl-job to pts-operator
           write reg-points
               invalid key
                   exit paragraph
           end-write
           add wxp-points(wxp-idx) to wtotal-points
           move wxp-points(wxp-idx) to wnum-display
           move spaces to report-line
           string wxp-login(wxp-idx) "  " wnum-display
               delimited by size into report-line
           end-string
           write report-line.
