       open-mextract.
      *> Opens tonight's member extract and reads its first line, so
      *> the caller's loop starts on a record (FSTATUS "10" when the
      *> extract is empty). A missing extract, or one left over from
      *> an earlier day, stops the job: every report on the night
      *> must judge a member the same way, and that means the one
      *> extract MEMBERS-EXTRACT built tonight.
           open input mextract
           if fstatus not = zeros
               display "ERRO ABRINDO members-extract.dat: " fstatus
               move 8 to return-code
               stop run
           end-if
           read mextract next record
               at end move "10" to fstatus
           end-read
           if fstatus not = "10"
                   and mx-asof not = function current-date(1:8)
               display "members-extract.dat IS FROM " mx-asof
                   " -- RUN MEMBERS-EXTRACT FIRST"
               close mextract
               move 8 to return-code
               stop run
           end-if.
