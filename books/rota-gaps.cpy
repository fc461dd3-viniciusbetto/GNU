       find-rota-gaps.
      *> Caller sets WRG-DATE (CCYYMMDD) and WRG-ROLE with ROTA and
      *> OPENHRS open for input. WRG-CHECKED comes back "N" when the
      *> role has no hours that day; otherwise WRG-OPEN / WRG-CLOSE
      *> are the hours checked and WRG-GAP-FROM / WRG-GAP-TO
      *> (1 to WRG-GAP-COUNT) the stretches nobody in that role is
      *> rostered for, to the quarter hour.
           move "N" to wrg-checked
           move zeros to wrg-gap-count
           move spaces to wrg-gap-table
           move wrg-role to ohr-role
           compute ohr-dow = function rem(
               function integer-of-date(function numval(wrg-date))
               - 1, 7) + 1
           read openhrs invalid key
               if wrg-role = "D"
                   move "0800" to ohr-open
                   move "2200" to ohr-close
               else
                   exit paragraph
               end-if
           end-read
           move "Y" to wrg-checked
           move ohr-open to wrg-open
           move ohr-close to wrg-close
           if ohr-open >= ohr-close
               exit paragraph
           end-if
           move ohr-open to wrg-hhmm
           perform hhmm-to-quarter
           move wrg-qi to wrg-q-open
           move ohr-close to wrg-hhmm
           perform hhmm-to-quarter
           move wrg-qi to wrg-q-close
           move spaces to wrg-quarters
           move "00" to wrg-fstatus
           move wrg-date to rot-date
           move low-values to rot-start
           start rota key is not less than rot-when
               invalid key move "10" to wrg-fstatus
           end-start
           if wrg-fstatus not = "10"
               read rota next
                   at end move "10" to wrg-fstatus
               end-read
           end-if
           perform until wrg-fstatus = "10" or rot-date not = wrg-date
               if rot-role = wrg-role
                   move rot-start to wrg-hhmm
                   perform hhmm-to-quarter
                   move wrg-qi to wrg-q-from
                   move rot-end to wrg-hhmm
                   perform hhmm-to-quarter
                   move wrg-qi to wrg-q-to
                   perform varying wrg-qi from wrg-q-from by 1
                           until wrg-qi >= wrg-q-to
                       move "Y" to wrg-q(wrg-qi + 1)
                   end-perform
               end-if
               read rota next
                   at end move "10" to wrg-fstatus
               end-read
           end-perform
           move zeros to wrg-gap-start
           perform varying wrg-qi from wrg-q-open by 1
                   until wrg-qi >= wrg-q-close
               if wrg-q(wrg-qi + 1) = space
                   if wrg-gap-start = zeros
                       compute wrg-gap-start = wrg-qi + 1
                   end-if
               else
                   if wrg-gap-start > zeros
                       perform add-rota-gap
                   end-if
               end-if
           end-perform
           if wrg-gap-start > zeros
               perform add-rota-gap
           end-if.
       add-rota-gap.
      *> WRG-GAP-START is one past the first uncovered quarter; the
      *> gap runs to the quarter WRG-QI has reached.
           if wrg-gap-count < 12
               add 1 to wrg-gap-count
               compute wrg-q-from = wrg-gap-start - 1
               perform quarter-to-hhmm
               move wrg-hhmm to wrg-gap-from(wrg-gap-count)
               move wrg-qi to wrg-q-from
               perform quarter-to-hhmm
               move wrg-hhmm to wrg-gap-to(wrg-gap-count)
           end-if
           move zeros to wrg-gap-start.
       hhmm-to-quarter.
           move wrg-hhmm(1:2) to wrg-hh
           move wrg-hhmm(3:2) to wrg-mi
           compute wrg-qi = wrg-hh * 4 + wrg-mi / 15.
       quarter-to-hhmm.
           compute wrg-hh = wrg-q-from / 4
           compute wrg-mi = (wrg-q-from - wrg-hh * 4) * 15
           move wrg-hh to wrg-hhmm(1:2)
           move wrg-mi to wrg-hhmm(3:2).
