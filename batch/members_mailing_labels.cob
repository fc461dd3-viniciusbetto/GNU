       environment division.
       input-output section.
       file-control.
           copy "mextract.sel".
           select sort-work assign to "sortwork.tmp"
               organization is sequential.
           select report-out assign to "members-mailing-labels.txt"
               file status is wr-fstatus.
       data division.
       file section.
           copy "mextract.cpy".
       sd  sort-work.
       01  sort-rec.
           02 sort-postal  pic x(10).
      *> scratch on failure instead.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           perform open-mextract
           open output report-out
           sort sort-work on ascending key sort-postal
               input procedure is load-members
               output procedure is write-labels
           close mextract
           close report-out
           move "OK   " to wrl-phase
           move wtotalcount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       load-members.
           perform until fstatus = "10"
      *> A household mails as one: only the bill-payer's label is
      *> released, collapsing the family to a single label per
      *> address instead of one per member.
               if mx-active and mx-addr-postal not = spaces
                       and (mx-household-id = zeros
                           or mx-is-bill-payer)
                   move mx-addr-postal to sort-postal
                   move mx-name        to sort-name
                   move mx-addr-street to sort-street
                   move mx-addr-city   to sort-city
                   move mx-addr-state  to sort-state
                   release sort-rec
               end-if
               read mextract next record
                   at end move "10" to fstatus
               end-read
           end-perform.
       write-labels.
      *> FSTATUS still holds the "10" the extract ended on.
           move "00" to fstatus
           return sort-work
               at end move "10" to fstatus
           end-return
                   at end move "10" to fstatus
               end-return
           end-perform.
       copy "mextract-open.cpy".
