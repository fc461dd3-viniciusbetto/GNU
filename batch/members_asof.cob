       identification division.
       program-id. members-asof.
       environment division.
       input-output section.
       file-control.
           copy "members.sel".
           copy "memevents.sel".
           copy "rptindex.sel".
           select arch-in assign to warchfile
               organization is line sequential
               file status is wi-fstatus.
           select sort-work assign to "sortwork.tmp"
               organization is sequential.
           select report-out assign to "members-asof.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "members.cpy".
           copy "memevents.cpy".
           copy "rptindex.cpy".
       fd  arch-in.
       01  arch-line        pic x(700).
       sd  sort-work.
       01  sort-rec.
           02 sort-login     pic x(60).
      *> Zero for the member's row as it stands tonight, so it comes
      *> ahead of their events.
           02 sort-seq       pic 9(09).
           02 sort-timestamp pic x(14).
           02 sort-evtype    pic x(12).
           02 sort-status    pic x(01).
           02 sort-mtype     pic x(01).
           02 sort-branch    pic x(03).
           02 sort-join      pic x(08).
           02 sort-name      pic x(40).
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wi-fstatus        pic xx     value "00".
       01  wo-fstatus        pic xx     value "00".
       01  warchfile         pic x(60) value spaces.
       01  wenv              pic x(08) value spaces.
       01  wtoday            pic x(08) value spaces.
       01  wdatecount        pic 9(01) value 1.
       01  wd                pic 9(01) value zeros.
      *> The member as of each requested date.
       01  wstate-table.
           02 wst occurs 2.
               03 wst-date    pic x(08).
               03 wst-exists  pic x(01).
               03 wst-status  pic x(01).
               03 wst-mtype   pic x(01).
               03 wst-branch  pic x(03).
       01  wl-login          pic x(60) value spaces.
       01  wl-name           pic x(40) value spaces.
       01  wl-join           pic x(08) value spaces.
       01  wl-status         pic x(01) value spaces.
       01  wl-mtype          pic x(01) value spaces.
       01  wl-branch         pic x(03) value spaces.
       01  wl-events         pic 9(07) value zeros.
       01  wl-prev-seq       pic 9(09) value zeros.
       01  wpre-status       pic x(01) value spaces.
       01  wpre-exists       pic x(01) value spaces.
       01  win-a             pic x(01) value spaces.
       01  win-b             pic x(01) value spaces.
      *> Counts by status (S), type (T), branch (B) and all three
      *> together (C), kept in key order; one column per date.
       01  wcnt-used         pic 9(04) value zeros.
       01  wcnt-table.
           02 wcnt occurs 400.
               03 wcnt-key.
                   04 wcnt-dim    pic x(01).
                   04 wcnt-value  pic x(07).
               03 wcnt-n          pic 9(06) occurs 2.
       01  wcnt-newkey.
           02 wcnt-newdim     pic x(01).
           02 wcnt-newvalue   pic x(07).
       01  wci               pic 9(04) value zeros.
       01  wcj               pic 9(04) value zeros.
       01  wcnt-full         pic x(01) value "N".
       01  wprev-dim         pic x(01) value spaces.
       01  wn-display        pic z(5)9.
       01  wn2-display       pic z(5)9.
       01  wtotal-table.
           02 wtotal          pic 9(07) occurs 2 value zeros.
       01  wtotal-display    pic z(6)9.
       01  wtotal2-display   pic z(6)9.
       01  wrostercount      pic 9(07) value zeros.
       01  wjoiners          pic 9(07) value zeros.
       01  wleavers          pic 9(07) value zeros.
       01  wtypechanges      pic 9(07) value zeros.
       01  weventcount       pic 9(09) value zeros.
       01  wgencount         pic 9(04) value zeros.
       01  wnote             pic x(12) value spaces.
       01  wrl-job           pic x(30) value "MEMBERS-ASOF".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       asof-main.
      *> Membership as it stood on a past date, rebuilt by replaying
      *> the lifecycle feed (MEMEVENTS plus every generation
      *> HOUSEKEEPING archived) up to ASOF_DATE (CCYYMMDD, default
      *> today). Each member's status, type and branch on that day
      *> go to a roster, with counts by status, type, branch and the
      *> three together. With ASOF_COMPARE set to a second date the
      *> two are counted side by side and the roster becomes the
      *> joiners, leavers and type changes between them.
      *> Feed rows carry the member's status, type and branch. Rows
      *> written before they did carry only the event, so for those
      *> the status is inferred from the event (DEACTIVATE leaves the
      *> member inactive, and so on) and the type and branch are the
      *> member's current ones. A member with no events at all is
      *> taken as they stand tonight from their join date on.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           move function current-date(1:8) to wtoday
           move wtoday to wst-date(1)
           accept wenv from environment "ASOF_DATE"
           if wenv not = spaces
               if wenv is not numeric
                   display "ASOF_DATE IS NOT A DATE: " wenv
                   move 8 to return-code
                   stop run
               end-if
               if function test-date-yyyymmdd(
                       function numval(wenv)) not = 0
                   display "ASOF_DATE IS NOT A DATE: " wenv
                   move 8 to return-code
                   stop run
               end-if
               move wenv to wst-date(1)
           end-if
           move spaces to wenv
           accept wenv from environment "ASOF_COMPARE"
           if wenv not = spaces
               if wenv is not numeric
                   display "ASOF_COMPARE IS NOT A DATE: " wenv
                   move 8 to return-code
                   stop run
               end-if
               if function test-date-yyyymmdd(
                       function numval(wenv)) not = 0
                   display "ASOF_COMPARE IS NOT A DATE: " wenv
                   move 8 to return-code
                   stop run
               end-if
               move 2 to wdatecount
               if wenv < wst-date(1)
                   move wst-date(1) to wst-date(2)
                   move wenv to wst-date(1)
               else
                   move wenv to wst-date(2)
               end-if
           end-if
           open input members
           if fstatus not = zeros
               display "ERRO ABRINDO members: " fstatus
               move 8 to return-code
               stop run
           end-if
           open output report-out
           move spaces to report-line
           if wdatecount = 1
               string "MEMBERSHIP AS OF " wst-date(1)
                      "  (RUN " wtoday ")"
                   delimited by size into report-line
               end-string
           else
               string "MEMBERSHIP " wst-date(1) " COMPARED WITH "
                      wst-date(2) "  (RUN " wtoday ")"
                   delimited by size into report-line
               end-string
           end-if
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           if wdatecount = 1
               move "LOGIN" to report-line(1:40)
               move "NAME" to report-line(42:40)
               move "STATUS" to report-line(83:6)
               move "TYPE" to report-line(90:4)
               move "BRANCH" to report-line(95:6)
           else
               move "LOGIN" to report-line(1:40)
               move "NAME" to report-line(42:40)
               move "CHANGE" to report-line(83:12)
               move "BEFORE" to report-line(96:10)
               move "AFTER" to report-line(107:10)
           end-if
           write report-line
           sort sort-work
               on ascending key sort-login sort-seq
               input procedure is load-lifecycle
               output procedure is replay-members
           close members
           perform write-counts
           close report-out
           display "MEMBERSHIP AS OF " wst-date(1) ": "
               wtotal(1) " MEMBERS FROM " weventcount " EVENTS"
           move "OK   " to wrl-phase
           move weventcount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
      *>--------------------------------------------------------------
      *> Tonight's members, the live feed and its archives, sorted
      *> by login and feed sequence.
      *>--------------------------------------------------------------
       load-lifecycle.
           read members next
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10"
               move spaces to sort-rec
               move login to sort-login
               move zeros to sort-seq
               move member-status to sort-status
               if member-suspended
                   move "S" to sort-status
               end-if
               move member-type to sort-mtype
               move branch-code to sort-branch
               move join-date to sort-join
               move name to sort-name
               release sort-rec
               read members next
                   at end move "10" to fstatus
               end-read
           end-perform
           open input memevents
           if fstatus = zeros
               read memevents
                   at end move "10" to fstatus
               end-read
               perform until fstatus = "10"
                   perform release-event
                   read memevents
                       at end move "10" to fstatus
                   end-read
               end-perform
               close memevents
           end-if
           open input rptindex
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wo-fstatus
           move "MEMEVENTS-ARCH" to rpx-name
           move low-values to rpx-date
           start rptindex key is not less than rpx-key
               invalid key move "10" to wo-fstatus
           end-start
           if wo-fstatus not = "10"
               read rptindex next
                   at end move "10" to wo-fstatus
               end-read
           end-if
           perform until wo-fstatus = "10"
                   or rpx-name not = "MEMEVENTS-ARCH"
               move rpx-file to warchfile
               perform load-archive
               read rptindex next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           close rptindex.
       load-archive.
           open input arch-in
           if wi-fstatus not = zeros
               exit paragraph
           end-if
           add 1 to wgencount
           read arch-in
               at end move "10" to wi-fstatus
           end-read
           perform until wi-fstatus = "10"
               move arch-line to reg-memevents
               perform release-event
               read arch-in
                   at end move "10" to wi-fstatus
               end-read
           end-perform
           close arch-in.
       release-event.
           if mev-seq is not numeric or mev-login = spaces
               exit paragraph
           end-if
           move spaces to sort-rec
           move mev-login to sort-login
           move mev-seq to sort-seq
           move mev-timestamp to sort-timestamp
           move mev-type to sort-evtype
           move mev-status to sort-status
           move mev-mtype to sort-mtype
           move mev-branch to sort-branch
           release sort-rec.
      *>--------------------------------------------------------------
      *> One login at a time: its state on each date, then the roster
      *> or change line and the counts.
      *>--------------------------------------------------------------
       replay-members.
           move spaces to wl-login
           return sort-work
               at end move "10" to fstatus
           end-return
           perform until fstatus = "10"
               if sort-login not = wl-login
                   if wl-login not = spaces
                       perform finish-login
                   end-if
                   perform start-login
               end-if
               if sort-seq = zeros
                   move sort-name to wl-name
                   move sort-join to wl-join
                   move sort-status to wl-status
                   move sort-mtype to wl-mtype
                   move sort-branch to wl-branch
               else
                   if sort-seq not = wl-prev-seq
                       move sort-seq to wl-prev-seq
                       add 1 to weventcount
                       if wl-events = zeros
                           perform set-pre-state
                       end-if
                       add 1 to wl-events
                       perform varying wd from 1 by 1
                               until wd > wdatecount
                           if sort-timestamp(1:8) <= wst-date(wd)
                               perform apply-event
                           end-if
                       end-perform
                   end-if
               end-if
               return sort-work
                   at end move "10" to fstatus
               end-return
           end-perform
           if wl-login not = spaces
               perform finish-login
           end-if.
       start-login.
           move sort-login to wl-login
           move spaces to wl-name wl-join wl-status wl-mtype wl-branch
           move zeros to wl-events wl-prev-seq
           perform varying wd from 1 by 1 until wd > 2
               move "N" to wst-exists(wd)
               move spaces to wst-status(wd) wst-mtype(wd)
                   wst-branch(wd)
           end-perform.
       set-pre-state.
      *> Before the member's first event: not there yet if that
      *> event created them, otherwise in whatever state the event
      *> moved them out of.
           move "Y" to wpre-exists
           evaluate sort-evtype
               when "CREATE"
                   move "N" to wpre-exists
                   move spaces to wpre-status
               when "REACTIVATE"
                   move "I" to wpre-status
               when "UNSUSPEND"
                   move "S" to wpre-status
               when "APPROVE"
               when "REJECT"
                   move "P" to wpre-status
               when other
                   move "A" to wpre-status
           end-evaluate
           perform varying wd from 1 by 1 until wd > wdatecount
               move "N" to wst-exists(wd)
               if wpre-exists = "Y"
                   if wl-join = spaces or wl-join <= wst-date(wd)
                       move "Y" to wst-exists(wd)
                   end-if
               end-if
               move wpre-status to wst-status(wd)
               move wl-mtype to wst-mtype(wd)
               move wl-branch to wst-branch(wd)
           end-perform.
       apply-event.
           move "Y" to wst-exists(wd)
           if sort-status not = spaces
               move sort-status to wst-status(wd)
               if sort-mtype not = spaces
                   move sort-mtype to wst-mtype(wd)
               end-if
               if sort-branch not = spaces
                   move sort-branch to wst-branch(wd)
               end-if
               exit paragraph
           end-if
           evaluate sort-evtype
               when "CREATE"
               when "APPROVE"
               when "REACTIVATE"
               when "UNSUSPEND"
                   move "A" to wst-status(wd)
               when "SUSPEND"
                   move "S" to wst-status(wd)
               when "DEACTIVATE"
               when "RESIGN"
               when "REJECT"
               when "MERGE"
                   move "I" to wst-status(wd)
               when other
                   continue
           end-evaluate
           if wst-mtype(wd) = spaces
               move wl-mtype to wst-mtype(wd)
           end-if
           if wst-branch(wd) = spaces
               move wl-branch to wst-branch(wd)
           end-if.
       finish-login.
           if wl-events = zeros
               perform varying wd from 1 by 1 until wd > wdatecount
                   move "N" to wst-exists(wd)
                   if wl-join = spaces or wl-join <= wst-date(wd)
                       move "Y" to wst-exists(wd)
                   end-if
                   move wl-status to wst-status(wd)
                   move wl-mtype to wst-mtype(wd)
                   move wl-branch to wst-branch(wd)
               end-perform
           end-if
           perform varying wd from 1 by 1 until wd > wdatecount
               if wst-exists(wd) = "Y"
                   perform count-member
               end-if
           end-perform
           if wdatecount = 1
               if wst-exists(1) = "Y"
                   perform write-roster-line
               end-if
           else
               perform write-change-line
           end-if.
       write-roster-line.
           add 1 to wrostercount
           move spaces to report-line
           move wl-login to report-line(1:40)
           move wl-name to report-line(42:40)
           move wst-status(1) to report-line(83:1)
           move wst-mtype(1) to report-line(90:1)
           move wst-branch(1) to report-line(95:3)
           write report-line.
       write-change-line.
      *> On the books means there and active or suspended; pending
      *> and inactive members are not.
           move "N" to win-a win-b
           if wst-exists(1) = "Y"
                   and (wst-status(1) = "A" or wst-status(1) = "S")
               move "Y" to win-a
           end-if
           if wst-exists(2) = "Y"
                   and (wst-status(2) = "A" or wst-status(2) = "S")
               move "Y" to win-b
           end-if
           move spaces to wnote
           evaluate true
               when win-a = "N" and win-b = "Y"
                   move "JOINED" to wnote
                   add 1 to wjoiners
               when win-a = "Y" and win-b = "N"
                   move "LEFT" to wnote
                   add 1 to wleavers
               when win-a = "Y" and win-b = "Y"
                       and wst-mtype(1) not = wst-mtype(2)
                   move "TYPE CHANGE" to wnote
                   add 1 to wtypechanges
               when other
                   exit paragraph
           end-evaluate
           move spaces to report-line
           move wl-login to report-line(1:40)
           move wl-name to report-line(42:40)
           move wnote to report-line(83:12)
           if wst-exists(1) = "Y"
               string wst-status(1) " " wst-mtype(1) " "
                      wst-branch(1)
                   delimited by size into report-line(96:10)
               end-string
           end-if
           if wst-exists(2) = "Y"
               string wst-status(2) " " wst-mtype(2) " "
                      wst-branch(2)
                   delimited by size into report-line(107:10)
               end-string
           end-if
           write report-line.
      *>--------------------------------------------------------------
      *> Counting.
      *>--------------------------------------------------------------
       count-member.
           move "S" to wcnt-newdim
           move wst-status(wd) to wcnt-newvalue
           perform add-count
           move "T" to wcnt-newdim
           move wst-mtype(wd) to wcnt-newvalue
           perform add-count
           move "B" to wcnt-newdim
           move wst-branch(wd) to wcnt-newvalue
           perform add-count
           move "C" to wcnt-newdim
           move spaces to wcnt-newvalue
           string wst-status(wd) " " wst-mtype(wd) " "
                  wst-branch(wd)
               delimited by size into wcnt-newvalue
           end-string
           perform add-count
           add 1 to wtotal(wd).
       add-count.
      *> Finds the key, or opens a slot for it in key order.
           move 1 to wci
           perform until wci > wcnt-used
                   or wcnt-key(wci) >= wcnt-newkey
               add 1 to wci
           end-perform
           if wci <= wcnt-used
               if wcnt-key(wci) = wcnt-newkey
                   add 1 to wcnt-n(wci wd)
                   exit paragraph
               end-if
           end-if
           if wcnt-used >= 400
               move "Y" to wcnt-full
               exit paragraph
           end-if
           perform varying wcj from wcnt-used by -1 until wcj < wci
               move wcnt(wcj) to wcnt(wcj + 1)
           end-perform
           add 1 to wcnt-used
           move wcnt-newkey to wcnt-key(wci)
           move zeros to wcnt-n(wci 1) wcnt-n(wci 2)
           move 1 to wcnt-n(wci wd).
       write-counts.
           move spaces to report-line
           write report-line
           if wdatecount = 1
               move spaces to report-line
               string "MEMBERS ON " wst-date(1) ": "
                      wrostercount
                   delimited by size into report-line
               end-string
               write report-line
           else
               move spaces to report-line
               string "JOINED: " wjoiners "  LEFT: " wleavers
                      "  TYPE CHANGES: " wtypechanges
                   delimited by size into report-line
               end-string
               write report-line
           end-if
           move spaces to wprev-dim
           perform varying wci from 1 by 1 until wci > wcnt-used
               if wcnt-dim(wci) not = wprev-dim
                   perform write-count-heading
                   move wcnt-dim(wci) to wprev-dim
               end-if
               move wcnt-n(wci 1) to wn-display
               move spaces to report-line
               move wcnt-value(wci) to report-line(5:7)
               move wn-display to report-line(20:6)
               if wdatecount = 2
                   move wcnt-n(wci 2) to wn2-display
                   move wn2-display to report-line(32:6)
               end-if
               write report-line
           end-perform
           move spaces to report-line
           write report-line
           move wtotal(1) to wtotal-display
           move spaces to report-line
           move "TOTAL" to report-line(1:5)
           move wtotal-display to report-line(19:7)
           if wdatecount = 2
               move wtotal(2) to wtotal2-display
               move wtotal2-display to report-line(31:7)
           end-if
           write report-line
           move spaces to report-line
           string "FEED EVENTS REPLAYED: " weventcount
                  "  ARCHIVE GENERATIONS: " wgencount
               delimited by size into report-line
           end-string
           write report-line
           if wcnt-full = "Y"
               move "COUNT TABLE FULL -- SOME COMBINATIONS NOT COUNTED"
                   to report-line
               write report-line
               move 4 to return-code
           end-if.
       write-count-heading.
           move spaces to report-line
           write report-line
           move spaces to report-line
           evaluate wcnt-dim(wci)
               when "B"
                   move "BY BRANCH" to report-line(1:30)
               when "C"
                   move "BY STATUS TYPE BRANCH" to report-line(1:30)
               when "S"
                   move "BY STATUS" to report-line(1:30)
               when "T"
                   move "BY TYPE" to report-line(1:30)
           end-evaluate
           move wst-date(1) to report-line(18:8)
           if wdatecount = 2
               move wst-date(2) to report-line(30:8)
           end-if
           write report-line.
