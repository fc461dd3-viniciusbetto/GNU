       identification division.
       program-id. members-milestones.
       environment division.
       input-output section.
       file-control.
           copy "members.sel".
           copy "memevents.sel".
           copy "audit.sel".
           select report-out assign to "members-milestones.txt"
               organization is line sequential
               file status is wr-fstatus.
           select letters-out assign to "members-milestones-letters.txt"
               organization is line sequential
               file status is wl-fstatus.
       data division.
       file section.
           copy "members.cpy".
           copy "memevents.cpy".
           copy "audit.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       fd  letters-out.
       01  letter-line      pic x(200).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wl-fstatus        pic xx     value "00".
       01  wlogin            pic x(60) value spaces.
       01  wtoday            pic 9(08) value zeros.
       01  wtoday-int        pic s9(09) comp.
       01  wend-date         pic 9(08) value zeros.
       01  wend-int          pic s9(09) comp.
       01  wjoin-int         pic s9(09) comp.
       01  wgap-days         pic s9(09) comp.
       01  wgap-open-int     pic s9(09) comp.
       01  wdays-now         pic s9(09) comp.
       01  wdays-end         pic s9(09) comp.
       01  wneed-days        pic s9(09) comp.
       01  wdue-int          pic s9(09) comp.
       01  wdue-date         pic 9(08) value zeros.
       01  wdq-numcheck      pic 9(08) value zeros.
      *> Pin years the president presents.
       01  wms-values        pic x(09) value "010025040".
       01  filler redefines wms-values.
           02 wms-years      pic 9(03) occurs 3 times.
       01  wms-idx           pic 9(01) value zeros.
       78  wmax-gaps         value 5000.
       01  wgap-count        pic 9(04) value zeros.
       01  wgap-table.
           02 wgap-entry occurs 5000 times.
               03 wgap-login  pic x(60).
               03 wgap-date   pic 9(08).
               03 wgap-kind   pic x(01).
       01  wgp-idx           pic 9(04) value zeros.
       78  wmax-done         value 2000.
       01  wdone-count       pic 9(04) value zeros.
       01  wdone-table.
           02 wdone-entry occurs 2000 times.
               03 wdone-login pic x(60).
               03 wdone-years pic 9(03).
       01  wdn-idx           pic 9(04) value zeros.
       01  wfound-d          pic x(01) value "N".
       78  wmax-honours      value 1000.
       01  whon-count        pic 9(04) value zeros.
       01  whon-table.
           02 whon-entry occurs 1000 times.
               03 whon-login  pic x(60).
               03 whon-name   pic x(60).
               03 whon-join   pic x(08).
               03 whon-years  pic 9(03).
               03 whon-due    pic 9(08).
               03 whon-gap    pic 9(05).
       01  whn-idx           pic 9(04) value zeros.
       01  wprintcount       pic 9(04) value zeros.
       01  wskippedcount     pic 9(06) value zeros.
       01  wyears-d          pic z9.
       01  wmailsubject      pic x(60) value spaces.
       01  wmailbody         pic x(200) value spaces.
       01  wsmsmessage       pic x(160) value spaces.
       01  wtpl-id           pic x(12) value spaces.
       01  wtpl-merge.
           02 wtpl-name      pic x(120).
           02 wtpl-amount    pic x(20).
           02 wtpl-duedate   pic x(08).
           02 wtpl-branch    pic x(03).
       01  wtpl-subject2     pic x(60) value spaces.
       01  wtpl-body2        pic x(200) value spaces.
       01  wrl-job           pic x(30) value "MEMBERS-MILESTONES".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       milestones-main.
      *> Annual run ahead of the AGM: every active member whose
      *> service reaches 10, 25 or 40 years between today and the
      *> same day next year. Service counts from JOIN-DATE less the
      *> time spent lapsed or resigned, taken from the MEMEVENTS
      *> lifecycle feed (DEACTIVATE or RESIGN opens a gap, the next
      *> REACTIVATE closes it). Each one found goes on the AGM
      *> presentation list, gets the MILESTONE letter from the
      *> template catalog (printed for the president to sign, and
      *> mailed or texted per the contact preference) and a
      *> MILESTONE line on the member's history screen. A member
      *> already recognised for the same pin is skipped, so a rerun
      *> neither repeats letters nor doubles the list.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           move function current-date(1:8) to wtoday
           compute wtoday-int = function integer-of-date(wtoday)
           compute wend-date = wtoday + 10000
           if wend-date(5:4) = "0229"
               move "0301" to wend-date(5:4)
           end-if
           compute wend-int = function integer-of-date(wend-date)
           perform load-gaps
           perform load-already-done
           open input members
           if fstatus not = zeros
               display "ERRO ABRINDO members: " fstatus
               stop run
           end-if
           read members next
           perform until fstatus = "10"
               if member-active
                   perform consider-member
               end-if
               read members next
           end-perform
           close members
           open output report-out
           open output letters-out
           perform write-presentation-list
           perform recognise-honours
           close letters-out
           close report-out
           display "MILESTONES FOUND: " whon-count
                   "  SKIPPED (BAD JOIN DATE): " wskippedcount
           move "OK   " to wrl-phase
           move whon-count to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       load-gaps.
      *> The lifecycle feed is appended in sequence order, so each
      *> member's rows come back oldest first.
           open input memevents
           if fstatus not = zeros
               exit paragraph
           end-if
           read memevents at end move "10" to fstatus end-read
           perform until fstatus = "10"
               if (mev-type = "DEACTIVATE" or mev-type = "RESIGN"
                       or mev-type = "REACTIVATE")
                       and mev-timestamp(1:8) is numeric
                       and wgap-count < wmax-gaps
                   add 1 to wgap-count
                   move mev-login to wgap-login(wgap-count)
                   move mev-timestamp(1:8) to wgap-date(wgap-count)
                   if mev-type = "REACTIVATE"
                       move "R" to wgap-kind(wgap-count)
                   else
                       move "D" to wgap-kind(wgap-count)
                   end-if
               end-if
               read memevents at end move "10" to fstatus end-read
           end-perform
           close memevents.
       load-already-done.
      *> Earlier runs leave a MILESTONE audit row per member with
      *> the pin years in the first two places of the new-name
      *> column.
           open input audit-log
           if fstatus not = zeros
               exit paragraph
           end-if
           read audit-log at end move "10" to fstatus end-read
           perform until fstatus = "10"
               if audit-operation = "MILESTONE"
                       and audit-new-name(1:2) is numeric
                       and wdone-count < wmax-done
                   add 1 to wdone-count
                   move audit-login to wdone-login(wdone-count)
                   move audit-new-name(1:2) to wdone-years(wdone-count)
               end-if
               read audit-log at end move "10" to fstatus end-read
           end-perform
           close audit-log.
       consider-member.
           if join-date not numeric
               add 1 to wskippedcount
               exit paragraph
           end-if
           move join-date to wdq-numcheck
           if function test-date-yyyymmdd(wdq-numcheck) not = 0
               add 1 to wskippedcount
               exit paragraph
           end-if
           compute wjoin-int = function integer-of-date(wdq-numcheck)
           perform measure-gaps
           compute wdays-now = wtoday-int - wjoin-int - wgap-days
           compute wdays-end = wend-int - wjoin-int - wgap-days
           perform varying wms-idx from 1 by 1 until wms-idx > 3
               compute wneed-days = wms-years(wms-idx) * 36525 / 100
               if wdays-now < wneed-days and wdays-end >= wneed-days
                   perform add-honour
               end-if
           end-perform.
       measure-gaps.
      *> A gap still open at the end is ignored: the member is
      *> active today, so it was closed by a path that wrote no
      *> REACTIVATE row.
           move zeros to wgap-days wgap-open-int
           perform varying wgp-idx from 1 by 1
                   until wgp-idx > wgap-count
               if wgap-login(wgp-idx) = login
                   if wgap-kind(wgp-idx) = "D"
                       if wgap-open-int = zeros
                           compute wgap-open-int =
                               function integer-of-date(
                                   wgap-date(wgp-idx))
                       end-if
                   else
                       if wgap-open-int not = zeros
                           compute wgap-days = wgap-days
                               + function integer-of-date(
                                     wgap-date(wgp-idx))
                               - wgap-open-int
                           move zeros to wgap-open-int
                       end-if
                   end-if
               end-if
           end-perform.
       add-honour.
           move "N" to wfound-d
           perform varying wdn-idx from 1 by 1
                   until wdn-idx > wdone-count or wfound-d = "Y"
               if wdone-login(wdn-idx) = login
                       and wdone-years(wdn-idx) = wms-years(wms-idx)
                   move "Y" to wfound-d
               end-if
           end-perform
           if wfound-d = "Y" or whon-count >= wmax-honours
               exit paragraph
           end-if
           add 1 to whon-count
           move login     to whon-login(whon-count)
           move name      to whon-name(whon-count)
           move join-date to whon-join(whon-count)
           move wms-years(wms-idx) to whon-years(whon-count)
           compute wdue-int = wtoday-int + wneed-days - wdays-now
           compute wdue-date = function date-of-integer(wdue-int)
           move wdue-date to whon-due(whon-count)
           move wgap-days to whon-gap(whon-count).
       write-presentation-list.
      *> Grouped longest service first, the order the pins are
      *> called at the meeting.
           move spaces to report-line
           string "LONG-SERVICE PINS -- MILESTONES FROM "
                      delimited by size
                  wtoday delimited by size
                  " TO " delimited by size
                  wend-date delimited by size
               into report-line
           end-string
           write report-line
           perform varying wms-idx from 3 by -1 until wms-idx < 1
               move wms-years(wms-idx) to wyears-d
               move spaces to report-line
               write report-line
               move spaces to report-line
               string wyears-d delimited by size
                      "-YEAR PINS" delimited by size
                   into report-line
               end-string
               write report-line
               move zeros to wprintcount
               perform varying whn-idx from 1 by 1
                       until whn-idx > whon-count
                   if whon-years(whn-idx) = wms-years(wms-idx)
                       add 1 to wprintcount
                       move spaces to report-line
                       string "  " whon-name(whn-idx)
                              " " whon-login(whn-idx)(1:30)
                              " JOINED " whon-join(whn-idx)
                              " REACHES " whon-due(whn-idx)
                              " GAP DAYS " whon-gap(whn-idx)
                           delimited by size into report-line
                       end-string
                       write report-line
                   end-if
               end-perform
               move spaces to report-line
               string "  PINS: " wprintcount
                   delimited by size into report-line
               end-string
               write report-line
           end-perform
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "TOTAL MILESTONES: " whon-count
                  "  SKIPPED (BAD JOIN DATE): " wskippedcount
               delimited by size into report-line
           end-string
           write report-line.
       recognise-honours.
           open input members
           if fstatus not = zeros
               exit paragraph
           end-if
           perform varying whn-idx from 1 by 1
                   until whn-idx > whon-count
               move whon-login(whn-idx) to login
               read members
                   invalid key continue
                   not invalid key perform recognise-one
               end-read
           end-perform
           close members.
       recognise-one.
      *> Wording from the secretary's template catalog -- MILESTONE
      *> for the letter and mail, MILESTONES for SMS -- with the
      *> name in {NAME}, the pin years in {AMOUNT} and the date the
      *> milestone falls in {DUEDATE}.
           move whon-years(whn-idx) to wyears-d
           move name to wtpl-name
           move spaces to wtpl-amount
           move wyears-d to wtpl-amount(1:2)
           move whon-due(whn-idx) to wtpl-duedate
           move branch-code to wtpl-branch
           move "MILESTONE" to wtpl-id
           call "rendertpl" using wtpl-id wtpl-merge
               wmailsubject wmailbody
           if wmailbody(1:12) = wtpl-id
               move "Congratulations on your long service"
                   to wmailsubject
               move spaces to wmailbody
               string "Dear " delimited by size
                      function trim(name) delimited by size
                      ", on " delimited by size
                      whon-due(whn-idx) delimited by size
                      " you complete " delimited by size
                      wyears-d delimited by size
                      " years as a member of the club. The "
                          delimited by size
                      "president will present your pin at the AGM."
                          delimited by size
                   into wmailbody
               end-string
           end-if
           move spaces to letter-line
           write letter-line
           move spaces to letter-line
           string function trim(name) delimited by size
                  "  (" delimited by size
                  function trim(login) delimited by size
                  ")" delimited by size
               into letter-line
           end-string
           write letter-line
           move spaces to letter-line
           string function trim(addr-street) delimited by size
                  ", " delimited by size
                  function trim(addr-city) delimited by size
                  " " delimited by size
                  addr-state delimited by size
                  " " delimited by size
                  addr-postal delimited by size
               into letter-line
           end-string
           write letter-line
           move wmailsubject to letter-line
           write letter-line
           move wmailbody to letter-line
           write letter-line
           move all "-" to letter-line(1:60)
           write letter-line
           move login to wlogin
           set environment "MSG_LOGIN" to wlogin
           if email not = spaces
                   and (contact-both or contact-email-only)
               call "sendmail" using email wmailsubject wmailbody
           end-if
           if phone not = spaces
                   and (contact-both or contact-sms-only)
               move "MILESTONES" to wtpl-id
               call "rendertpl" using wtpl-id wtpl-merge
                   wtpl-subject2 wtpl-body2
               if wtpl-body2(1:12) = wtpl-id
                   move spaces to wsmsmessage
                   string "Congratulations on " delimited by size
                          wyears-d delimited by size
                          " years with the club -- your pin will be "
                              delimited by size
                          "presented at the AGM." delimited by size
                       into wsmsmessage
                   end-string
               else
                   move wtpl-body2 to wsmsmessage
               end-if
               call "sendsms" using phone wsmsmessage
           end-if
           move spaces to wsessionlogin
           move "MILESTONE" to waudit-op
           move spaces to waudit-new-name
           string wyears-d delimited by size
                  " YEARS SERVICE ON " delimited by size
                  whon-due(whn-idx) delimited by size
               into waudit-new-name
           end-string
           perform write-audit.
       copy "audit-log.cpy".
