       points-balance.
      *> Caller sets WPTS-LOGIN; POINTS must be declared and closed.
      *> WPTS-BALANCE comes back as earned less spent less expired.
           move zeros to wpts-balance
           open input points
           if fstatus not = zeros
               exit paragraph
           end-if
           perform sum-member-points
           close points.
       sum-member-points.
      *> POINTS is open; walks WPTS-LOGIN's rows into WPTS-BALANCE.
           move zeros to wpts-balance
           move "00" to wpts-fstatus
           move low-values to pts-key
           move wpts-login to pts-login
           start points key is not less than pts-key
               invalid key move "10" to wpts-fstatus
           end-start
           if wpts-fstatus not = "10"
               read points next
                   at end move "10" to wpts-fstatus
               end-read
           end-if
           perform until wpts-fstatus = "10"
                   or pts-login not = wpts-login
               if pts-earn
                   add pts-points to wpts-balance
               else
                   subtract pts-points from wpts-balance
               end-if
               read points next
                   at end move "10" to wpts-fstatus
               end-read
           end-perform.
       check-points.
      *> Caller sets WPTS-LOGIN, WPTS-OFFERED (the points the member
      *> wants to spend) and WPTS-WANTED (the money they are to meet;
      *> zero when they go on the tab as credit) before the perform.
      *> Points the member does not have come back refused in
      *> WMSGWEB; otherwise WPTS-USED is the points actually needed --
      *> never more than offered, never more than the charge -- and
      *> WPTS-VALUE their money value at WPTS-PER-UNIT points to the
      *> unit. Nothing is written yet.
           move spaces to wmsgweb
           move zeros to wpts-used wpts-value
           if wpts-offered = zeros
               move "POINTS TO REDEEM MUST BE A WHOLE NUMBER !!"
                   to wmsgweb
               exit paragraph
           end-if
           perform points-balance
           if wpts-offered > wpts-balance
               move wpts-balance to wpts-display
               string "ONLY " function trim(wpts-display)
                      " POINTS AVAILABLE !!"
                   delimited by size into wmsgweb
               end-string
               exit paragraph
           end-if
           move wpts-offered to wpts-used
           if wpts-wanted > zeros
               compute wpts-needed = wpts-wanted * wpts-per-unit
               if wpts-needed < wpts-used
                   move wpts-needed to wpts-used
               end-if
           end-if
           compute wpts-value = wpts-used / wpts-per-unit
           if wpts-value = zeros
               move "TOO FEW POINTS TO REDEEM !!" to wmsgweb
           end-if.
       redeem-points.
      *> Spends WPTS-USED after CHECK-POINTS passed, as a redemption
      *> row with WPTS-SOURCE and WPTS-REF. The balance is summed
      *> again with the ledger open for update, so two desks cannot
      *> spend the same points; the loser comes back refused.
           move spaces to wmsgweb
           open i-o points
           if fstatus = "35"
               open output points
               close points
               open i-o points
           end-if
           if fstatus not = zeros
               move "POINTS LEDGER UNAVAILABLE !!" to wmsgweb
               exit paragraph
           end-if
           perform sum-member-points
           if wpts-balance < wpts-used
               move "POINTS BALANCE CHANGED -- TRY AGAIN !!"
                   to wmsgweb
               close points
               exit paragraph
           end-if
           initialize reg-points
           move wpts-login to pts-login
           move function current-date(1:14) to pts-seq
           move "R" to pts-kind
           move wpts-source to pts-source
           move wpts-used to pts-points
           move pts-seq(1:8) to pts-date
           move wpts-ref to pts-ref
           move pts-seq to pts-posted
           move wsessionlogin to pts-operator
           move "N" to wpts-written
           move zeros to wpts-retry
           perform until wpts-written = "Y" or wpts-retry > 5
               write reg-points
                   invalid key
                       add 1 to wpts-retry
                       move pts-seq to wpts-seqbump
                       add 1 to wpts-seqbump
                       move wpts-seqbump to pts-seq
                   not invalid key
                       move "Y" to wpts-written
               end-write
           end-perform
           close points
           if wpts-written = "N"
               move "POINTS NOT REDEEMED -- TRY AGAIN !!" to wmsgweb
           end-if.
