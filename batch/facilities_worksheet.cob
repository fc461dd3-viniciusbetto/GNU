           copy "resout.sel".
           copy "bookings.sel".
           copy "events.sel".
           copy "defects.sel".
           select report-out assign to "facilities-ws.txt"
               organization is line sequential
               file status is wr-fstatus.
           copy "resout.cpy".
           copy "bookings.cpy".
           copy "events.cpy".
           copy "defects.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       01  wclosedreason     pic x(40) value spaces.
       01  wsetupcount       pic 9(04) value zeros.
       01  weventcount       pic 9(03) value zeros.
       01  wd-fstatus        pic xx     value "00".
       01  wordercount       pic 9(04) value zeros.
       01  wprio-pass        pic 9(01) value zeros.
       01  wprio-list        pic x(04) value "SHNL".
       01  wprio-want        pic x(01) value spaces.
       01  wprio-display     pic x(08) value spaces.
       01  wstate-display    pic x(12) value spaces.
       01  wrpt-name         pic x(30) value spaces.
       01  wrpt-file         pic x(40) value spaces.
       01  wrpt-keep         pic 9(02) value zeros.
      *> room in order -- CLOSED if an outage covers the day,
      *> otherwise its bookings in slot order -- followed by the
      *> day's events with their expected headcount, which is the
      *> chair count, then the open work orders, most urgent first.
      *> The sheet is kept as report-library
      *> generations through RPTSTORE and a note goes to
      *> CARETAKER_EMAIL in the morning batch.
           accept wws-date from environment "WORKSHEET_DATE"
               end-read
           end-perform
           perform list-day-events
           perform list-work-orders
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "SETUPS: " wsetupcount delimited by size
                  "  EVENTS: " delimited by size
                  weventcount delimited by size
                  "  OPEN WORK ORDERS: " delimited by size
                  wordercount delimited by size
               into report-line
           end-string
           write report-line
               end-read
           end-perform
           close events.
       list-work-orders.
      *> Every live work order, severe first, then high, normal and
      *> low: where, what, who has it and how far it has got.
           open input defects
           if fstatus not = zeros
               exit paragraph
           end-if
           move spaces to report-line
           write report-line
           move "OPEN WORK ORDERS:" to report-line
           write report-line
           perform varying wprio-pass from 1 by 1
                   until wprio-pass > 4
               move wprio-list(wprio-pass:1) to wprio-want
               move "00" to wd-fstatus
               move zeros to dft-id
               start defects key is not less than dft-id
                   invalid key move "10" to wd-fstatus
               end-start
               if wd-fstatus not = "10"
                   read defects next
                       at end move "10" to wd-fstatus
                   end-read
               end-if
               perform until wd-fstatus = "10"
                   if dft-live and dft-priority = wprio-want
                       perform write-work-order
                   end-if
                   read defects next
                       at end move "10" to wd-fstatus
                   end-read
               end-perform
           end-perform
           close defects.
       write-work-order.
           add 1 to wordercount
           evaluate true
               when dft-severe move "SEVERE" to wprio-display
               when dft-high   move "HIGH"   to wprio-display
               when dft-low    move "LOW"    to wprio-display
               when other      move "NORMAL" to wprio-display
           end-evaluate
           evaluate true
               when dft-assigned    move "ASSIGNED"    to wstate-display
               when dft-in-progress move "IN PROGRESS" to wstate-display
               when other           move "UNASSIGNED"  to wstate-display
           end-evaluate
           move dft-resource to res-id
           read resources invalid key
               move spaces to res-name
           end-read
           move spaces to report-line
           string "   " delimited by size
                  dft-id delimited by size
                  " " delimited by size
                  wprio-display delimited by size
                  " ROOM " delimited by size
                  dft-resource delimited by size
                  " " delimited by size
                  res-name(1:20) delimited by size
                  " " delimited by size
                  wstate-display delimited by size
                  " " delimited by size
                  dft-assignee(1:20) delimited by size
                  " " delimited by size
                  dft-description(1:40) delimited by size
               into report-line
           end-string
           write report-line.
       mail-caretaker.
           accept wcaretaker from environment "CARETAKER_EMAIL"
           if wcaretaker = spaces
