       environment division.
       input-output section.
       file-control.
           copy "mextract.sel".
           select report-out assign to "members-type-summary.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "mextract.cpy".
       fd  report-out.
       01  report-line     pic x(132).
       working-storage section.
       01  wactivecount      pic 9(06) value zeros.
       01  winactivecount    pic 9(06) value zeros.
       01  wsuspendedcount   pic 9(06) value zeros.
       01  wfrozencount      pic 9(06) value zeros.
       01  wcurrentcount     pic 9(06) value zeros.
       01  woverduecount     pic 9(06) value zeros.
       01  wnoduescount      pic 9(06) value zeros.
       01  wtotalcount       pic 9(06) value zeros.
       78  wmax-branches     value 10.
       01  wbr-count         pic 9(02) value zeros.
       summary-main.
      *> Monthly board report -- tallies MEMBERS by TYPE and by status
      *> in a single pass so the numbers don't have to be pulled by
      *> hand for each meeting. A member inside a freeze is counted
      *> as FROZEN, apart from the suspended and the lapsed. Active
      *> members are also split by dues standing as the nightly
      *> member extract has it.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           perform open-mextract
           perform until fstatus = "10"
               add 1 to wtotalcount
               evaluate true
                   when mx-regular add 1 to wregularcount
                   when mx-staff   add 1 to wstaffcount
                   when mx-admin   add 1 to wadmincount
               end-evaluate
               evaluate true
                   when mx-suspended
                       add 1 to wsuspendedcount
                   when mx-active and mx-frozen-now
                       add 1 to wfrozencount
                   when mx-active
                       add 1 to wactivecount
                   when other
                       add 1 to winactivecount
               end-evaluate
               if mx-active and not mx-suspended
                   evaluate true
                       when mx-dues-current add 1 to wcurrentcount
                       when mx-dues-overdue add 1 to woverduecount
                       when other           add 1 to wnoduescount
                   end-evaluate
               end-if
               perform tally-branch
               read mextract next record
                   at end move "10" to fstatus
               end-read
           end-perform.
           close mextract
           open output report-out
           perform write-report
           close report-out
           end-string
           write report-line
           move spaces to report-line
           string "FROZEN:          " wfrozencount
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "TOTAL MEMBERS:   " wtotalcount
           move spaces to report-line
           write report-line
           move spaces to report-line
           move "ACTIVE BY DUES STANDING" to report-line
           write report-line
           move spaces to report-line
           string "DUES CURRENT:    " wcurrentcount
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "DUES OVERDUE:    " woverduecount
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           string "NO DUES ON FILE: " wnoduescount
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           move "BY BRANCH (BLANK = UNASSIGNED)" to report-line
           write report-line
           perform varying wbr-idx from 1 by 1
           move "N" to wfound-b
           perform varying wbr-idx from 1 by 1
                   until wbr-idx > wbr-count or wfound-b = "Y"
               if wbr-code(wbr-idx) = mx-branch
                   move "Y" to wfound-b
               end-if
           end-perform
               if wbr-count < wmax-branches
                   add 1 to wbr-count
                   move wbr-count to wbr-idx
                   move mx-branch to wbr-code(wbr-idx)
               else
                   exit paragraph
               end-if
           end-if
           add 1 to wbr-total(wbr-idx)
           if mx-active
               add 1 to wbr-active(wbr-idx)
           end-if.
       copy "mextract-open.cpy".
