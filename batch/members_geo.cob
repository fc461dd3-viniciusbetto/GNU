       environment division.
       input-output section.
       file-control.
           copy "mextract.sel".
           select sort-work assign to "sortwork.tmp"
               organization is sequential.
           select report-out assign to "members-geo.txt"
               file status is wr-fstatus.
       data division.
       file section.
           copy "mextract.cpy".
       sd  sort-work.
       01  sort-rec.
           02 sort-state   pic x(02).
      *> control-break shape and pagination as MEMBERS-RPT.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           perform open-mextract
           open output report-out
           sort sort-work on ascending key sort-state sort-city
                   sort-prefix
               input procedure is load-members
               output procedure is write-report
           close mextract
           close report-out
           move "OK   " to wrl-phase
           move wtotalcount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       load-members.
           perform until fstatus = "10"
               if mx-active
                   move mx-addr-state to sort-state
                   move mx-addr-city  to sort-city
                   move mx-addr-postal(1:3) to sort-prefix
                   release sort-rec
               end-if
               read mextract next record
                   at end move "10" to fstatus
               end-read
           end-perform.
       write-report.
           perform write-page-header
      *> FSTATUS still holds the "10" the extract ended on.
           move "00" to fstatus
           return sort-work
               at end move "10" to fstatus
           end-return
               into report-line
           end-string
           write report-line.
       copy "mextract-open.cpy".
