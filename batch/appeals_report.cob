       identification division.
       program-id. appeals-report.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "appeals.sel".
           copy "pledges.sel".
           copy "payments.sel".
           select sort-work assign to "sortwork.tmp"
               organization is sequential.
           select report-out assign to "appeals-report.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "appeals.cpy".
           copy "pledges.cpy".
           copy "payments.cpy".
       sd  sort-work.
       01  sort-rec.
           02 sort-appeal    pic x(08).
           02 sort-login     pic x(60).
           02 sort-seq       pic x(14).
           02 sort-amount    pic 9(07)v99.
           02 sort-method    pic x(20).
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wf-fstatus        pic xx     value "00".
       01  wv-fstatus        pic xx     value "00".
       01  wonly-code        pic x(08) value spaces.
       01  wtoday            pic 9(08) value zeros.
       78  wmax-appeals      value 200.
       01  wap-count         pic 9(03) value zeros.
       01  wap-table.
           02 wap-entry occurs 200 times.
               03 wap-code      pic x(08).
               03 wap-name      pic x(40).
               03 wap-target    pic 9(09)v99.
               03 wap-start     pic x(08).
               03 wap-end       pic x(08).
               03 wap-status    pic x(01).
               03 wap-raised    pic 9(09)v99.
               03 wap-pledged   pic 9(09)v99.
               03 wap-gifts     pic 9(06).
               03 wap-donors    pic 9(06).
               03 wap-band-count pic 9(06) occurs 4 times.
               03 wap-band-total pic 9(09)v99 occurs 4 times.
       01  wap-idx           pic 9(03) value zeros.
       01  wap-found         pic x(01) value "N".
       01  wfind-code        pic x(08) value spaces.
      *> Donor bands, by what one donor gave to the appeal in all:
      *> 1 = 1000 and over, 2 = 500 to 999,99, 3 = 100 to 499,99,
      *> 4 = under 100.
       78  wband-1-floor     value 1000.
       78  wband-2-floor     value 500.
       78  wband-3-floor     value 100.
       01  wband             pic 9(01) value zeros.
       01  wband-label       pic x(20) value spaces.
       78  wmax-pledges      value 2000.
       01  wpl-count         pic 9(04) value zeros.
       01  wpl-table.
           02 wpl-entry occurs 2000 times.
               03 wpl-seq       pic 9(09).
               03 wpl-appeal    pic 9(03).
               03 wpl-life      pic 9(09)v99.
               03 wpl-collected pic 9(09)v99.
       01  wpl-idx           pic 9(04) value zeros.
       01  wpl-found         pic x(01) value "N".
       01  wfind-seq         pic 9(09) value zeros.
       01  wpl-start         pic 9(08) value zeros.
       01  filler redefines wpl-start.
           02 wpl-start-yy   pic 9(04).
           02 wpl-start-mm   pic 9(02).
           02 filler         pic 9(02).
       01  wpl-end           pic 9(08) value zeros.
       01  filler redefines wpl-end.
           02 wpl-end-yy     pic 9(04).
           02 wpl-end-mm     pic 9(02).
           02 filler         pic 9(02).
       01  wpl-installments  pic 9(05) value zeros.
       01  wpl-left          pic s9(09)v99 value zeros.
       01  wcur-login        pic x(60) value spaces.
       01  wdonor-total      pic 9(09)v99 value zeros.
       01  wdonor-gifts      pic 9(05) value zeros.
       01  wpct              pic 9(05)v9 value zeros.
       01  wpct-display      pic zzzz9,9.
       01  wamt-display      pic zzzzzzzz9,99.
       01  wamt-display-2    pic zzzzzzzz9,99.
       01  wamt-display-3    pic zzzzzzzz9,99.
       01  wnum-display      pic zzzzz9.
       01  wrl-job           pic x(30) value "APPEALS-REPORT".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       appeals-main.
      *> Progress of each fundraising appeal for the fundraising
      *> committee: what has been raised (donations tagged with the
      *> appeal, net of reversals -- pledge installments carry their
      *> pledge's appeal), what is still pledged and not yet
      *> collected (active pledges' whole promise less what has come
      *> in), both against the target; how many donors fall in each
      *> giving band; and every donor's gift history to the appeal.
      *> APPEAL_CODE limits the report to one appeal.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           move function current-date(1:8) to wtoday
           accept wonly-code from environment "APPEAL_CODE"
           open input appeals
           if fstatus not = zeros
               display "APPEALS-REPORT: NO APPEALS"
               move "OK   " to wrl-phase
               call "runlog" using wrl-job wrl-phase wrl-count
               stop run
           end-if
           perform load-appeals
           close appeals
           open input pledges
           if fstatus = zeros
               perform load-pledges
               close pledges
           end-if
           open input payments
           if fstatus = "35"
               open output payments
               close payments
               open input payments
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO payments: " fstatus
               move 8 to return-code
               stop run
           end-if
           open output report-out
           move spaces to report-line
           string "FUNDRAISING APPEALS PROGRESS " wtoday
               delimited by size into report-line
           end-string
           write report-line
      *> Gifts come through the sort by appeal, donor and date, so
      *> each donor's history prints together under its appeal.
           sort sort-work on ascending key sort-appeal sort-login
                   sort-seq
               input procedure is release-gifts
               output procedure is write-appeals
           close payments
           close report-out
           display "APPEALS-REPORT: " wap-count " APPEALS"
           move "OK   " to wrl-phase
           move wap-count to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       load-appeals.
           move "00" to wf-fstatus
           read appeals next
               at end move "10" to wf-fstatus
           end-read
           perform until wf-fstatus = "10"
               if wap-count < wmax-appeals
                       and (wonly-code = spaces
                            or apl-code = wonly-code)
                   add 1 to wap-count
                   initialize wap-entry(wap-count)
                   move apl-code   to wap-code(wap-count)
                   move apl-name   to wap-name(wap-count)
                   move apl-target to wap-target(wap-count)
                   move apl-start  to wap-start(wap-count)
                   move apl-end    to wap-end(wap-count)
                   move apl-status to wap-status(wap-count)
               end-if
               read appeals next
                   at end move "10" to wf-fstatus
               end-read
           end-perform.
       find-appeal.
           move "N" to wap-found
           perform varying wap-idx from 1 by 1
                   until wap-idx > wap-count or wap-found = "Y"
               if wap-code(wap-idx) = wfind-code
                   move "Y" to wap-found
               end-if
           end-perform
           if wap-found = "Y"
               subtract 1 from wap-idx
           end-if.
       load-pledges.
      *> An active pledge's whole promise is its amount times the
      *> installments its dates cover; a closed pledge promises
      *> nothing more.
           move "00" to wf-fstatus
           read pledges next
               at end move "10" to wf-fstatus
           end-read
           perform until wf-fstatus = "10"
               if plg-active and plg-appeal not = spaces
                       and wpl-count < wmax-pledges
                   move plg-appeal to wfind-code
                   perform find-appeal
                   if wap-found = "Y"
                       perform count-installments
                       add 1 to wpl-count
                       move plg-seq to wpl-seq(wpl-count)
                       move wap-idx to wpl-appeal(wpl-count)
                       compute wpl-life(wpl-count) =
                           plg-amount * wpl-installments
                       move zeros to wpl-collected(wpl-count)
                   end-if
               end-if
               read pledges next
                   at end move "10" to wf-fstatus
               end-read
           end-perform.
       count-installments.
           move zeros to wpl-installments
           if plg-start not numeric or plg-end not numeric
               exit paragraph
           end-if
           move plg-start to wpl-start
           move plg-end   to wpl-end
           evaluate true
               when plg-weekly
                   compute wpl-installments =
                       (function integer-of-date(wpl-end)
                        - function integer-of-date(wpl-start)) / 7 + 1
               when plg-annual
                   compute wpl-installments =
                       wpl-end-yy - wpl-start-yy + 1
               when other
                   compute wpl-installments =
                       (wpl-end-yy * 12 + wpl-end-mm)
                       - (wpl-start-yy * 12 + wpl-start-mm) + 1
           end-evaluate.
       find-pledge.
           move "N" to wpl-found
           perform varying wpl-idx from 1 by 1
                   until wpl-idx > wpl-count or wpl-found = "Y"
               if wpl-seq(wpl-idx) = wfind-seq
                   move "Y" to wpl-found
               end-if
           end-perform
           if wpl-found = "Y"
               subtract 1 from wpl-idx
           end-if.
       release-gifts.
      *> Live donations tagged with an appeal on the report; a
      *> reversed gift and its reversal row both stay off.
           move "00" to wf-fstatus
           read payments next
               at end move "10" to wf-fstatus
           end-read
           perform until wf-fstatus = "10"
               if pay-cat-donation and pay-kind-payment
                       and not pay-is-reversed
                       and pay-appeal not = spaces
                   move pay-appeal to wfind-code
                   perform find-appeal
                   if wap-found = "Y"
                       perform release-one-gift
                   end-if
               end-if
               read payments next
                   at end move "10" to wf-fstatus
               end-read
           end-perform.
       release-one-gift.
           add pay-amount to wap-raised(wap-idx)
           add 1 to wap-gifts(wap-idx)
           if pay-reason = "PLEDGE" and pay-orig-seq(1:9) is numeric
               move pay-orig-seq(1:9) to wfind-seq
               perform find-pledge
               if wpl-found = "Y"
                   add pay-amount to wpl-collected(wpl-idx)
               end-if
           end-if
           move pay-appeal   to sort-appeal
           move pay-login    to sort-login
           move pay-seq      to sort-seq
           move pay-amount   to sort-amount
           move pay-method   to sort-method
           release sort-rec.
       write-appeals.
           perform varying wpl-idx from 1 by 1
                   until wpl-idx > wpl-count
               compute wpl-left = wpl-life(wpl-idx)
                   - wpl-collected(wpl-idx)
               if wpl-left > zeros
                   move wpl-appeal(wpl-idx) to wap-idx
                   add wpl-left to wap-pledged(wap-idx)
               end-if
           end-perform
           move "00" to wv-fstatus
           return sort-work
               at end move "10" to wv-fstatus
           end-return
           perform varying wap-idx from 1 by 1
                   until wap-idx > wap-count
               perform write-one-appeal
           end-perform.
       write-one-appeal.
           move spaces to report-line
           write report-line
           move all "=" to report-line
           write report-line
           move spaces to report-line
           string wap-code(wap-idx) "  " wap-name(wap-idx)
                  "  " wap-start(wap-idx) " TO " wap-end(wap-idx)
                  "  STATUS " wap-status(wap-idx)
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "   DONOR / GIFT DATE             AMOUNT  METHOD"
               delimited by size into report-line
           end-string
           write report-line
           perform until wv-fstatus = "10"
                   or sort-appeal not = wap-code(wap-idx)
               perform write-donor
           end-perform
           perform write-appeal-summary.
       write-donor.
           move sort-login to wcur-login
           move zeros to wdonor-total wdonor-gifts
           move spaces to report-line
           string "   " wcur-login delimited by size into report-line
           end-string
           write report-line
           perform until wv-fstatus = "10"
                   or sort-appeal not = wap-code(wap-idx)
                   or sort-login not = wcur-login
               add sort-amount to wdonor-total
               add 1 to wdonor-gifts
               move sort-amount to wamt-display
               move spaces to report-line
               string "      " sort-seq(1:8) "  " wamt-display
                      "  " sort-method
                   delimited by size into report-line
               end-string
               write report-line
               return sort-work
                   at end move "10" to wv-fstatus
               end-return
           end-perform
           move wdonor-total to wamt-display
           move spaces to report-line
           string "      DONOR TOTAL " wamt-display
                  "  GIFTS " wdonor-gifts
               delimited by size into report-line
           end-string
           write report-line
           add 1 to wap-donors(wap-idx)
           evaluate true
               when wdonor-total >= wband-1-floor move 1 to wband
               when wdonor-total >= wband-2-floor move 2 to wband
               when wdonor-total >= wband-3-floor move 3 to wband
               when other                         move 4 to wband
           end-evaluate
           add 1 to wap-band-count(wap-idx wband)
           add wdonor-total to wap-band-total(wap-idx wband).
       write-appeal-summary.
           move spaces to report-line
           write report-line
           move wap-target(wap-idx)  to wamt-display
           move wap-raised(wap-idx)  to wamt-display-2
           move wap-pledged(wap-idx) to wamt-display-3
           move spaces to report-line
           string "   TARGET " wamt-display
                  "  RAISED " wamt-display-2
                  "  PLEDGED OUTSTANDING " wamt-display-3
               delimited by size into report-line
           end-string
           write report-line
           move zeros to wpct
           if wap-target(wap-idx) > zeros
               compute wpct rounded = wap-raised(wap-idx) * 100
                   / wap-target(wap-idx)
           end-if
           move wpct to wpct-display
           move spaces to report-line
           string "   RAISED % OF TARGET " wpct-display
               delimited by size into report-line
           end-string
           move zeros to wpct
           if wap-target(wap-idx) > zeros
               compute wpct rounded =
                   (wap-raised(wap-idx) + wap-pledged(wap-idx)) * 100
                   / wap-target(wap-idx)
           end-if
           move wpct to wpct-display
           move wpct-display to report-line(30:7)
           move "% WITH PLEDGES" to report-line(37:14)
           move "GIFTS" to report-line(54:5)
           move wap-gifts(wap-idx) to report-line(60:6)
           move "DONORS" to report-line(68:6)
           move wap-donors(wap-idx) to report-line(75:6)
           write report-line
           perform varying wband from 1 by 1 until wband > 4
               evaluate wband
                   when 1 move "1000 AND OVER"      to wband-label
                   when 2 move "500 TO 999,99"      to wband-label
                   when 3 move "100 TO 499,99"      to wband-label
                   when 4 move "UNDER 100"          to wband-label
               end-evaluate
               move wap-band-count(wap-idx wband) to wnum-display
               move wap-band-total(wap-idx wband) to wamt-display
               move spaces to report-line
               string "   BAND " wband-label "  DONORS " wnum-display
                      "  GIVEN " wamt-display
                   delimited by size into report-line
               end-string
               write report-line
           end-perform.
