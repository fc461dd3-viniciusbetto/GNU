           copy "resources.sel".
           copy "resout.sel".
           copy "bookings.sel".
           copy "hires.sel".
           copy "hirers.sel".
           select report-out assign to "bookings-schedule.txt"
               organization is line sequential
               file status is wr-fstatus.
           copy "resources.cpy".
           copy "resout.cpy".
           copy "bookings.cpy".
           copy "hires.cpy".
           copy "hirers.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       01  wo-fstatus        pic xx     value "00".
       01  wresclosed        pic x(01) value "N".
       01  wclosedreason     pic x(40) value spaces.
       01  whiresopen        pic x(01) value "N".
       01  wholder           pic x(60) value spaces.
       01  wrl-job           pic x(30) value "BOOKINGS-SCHEDULE".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
               close bookings
               open input bookings
           end-if
      *> Room-hire slots carry the contract's HIRE- login; the
      *> caretaker sees the hirer's name instead.
           open input hires
           if fstatus = zeros
               open input hirers
               if fstatus = zeros
                   move "Y" to whiresopen
               else
                   close hires
               end-if
           end-if
           open output report-out
           move spaces to report-line
           string "DAILY SCHEDULE FOR " wsched-date
           write report-line
           close resources
           close bookings
           if whiresopen = "Y"
               close hirers
               close hires
           end-if
           close report-out
           move "OK   " to wrl-phase
           move wbookedcount to wrl-count
      *> the caretaker only sets up for live bookings.
               if not bkg-cancelled
                   add 1 to wbookedcount
                   move bkg-login to wholder
                   if bkg-login(1:5) = "HIRE-" and whiresopen = "Y"
                       perform hire-holder
                   end-if
                   move spaces to report-line
                   string "   " delimited by size
                          bkg-slot delimited by size
                          ":00  " delimited by size
                          wholder delimited by size
                       into report-line
                   end-string
                   write report-line
                   at end move "10" to wb-fstatus
               end-read
           end-perform.
       hire-holder.
           if bkg-login(6:9) not numeric
               exit paragraph
           end-if
           move bkg-login(6:9) to hre-id
           read hires invalid key
               exit paragraph
           end-read
           move hre-hirer to hir-id
           read hirers invalid key
               exit paragraph
           end-read
           move spaces to wholder
           string "HIRE " delimited by size
                  hre-id delimited by size
                  " " delimited by size
                  hir-name delimited by size
               into wholder
           end-string.
       check-day-closed.
      *> A resource under a declared outage window prints CLOSED for
      *> the day instead of its booking list.
