       identification division.
       program-id. campaign-report.
       environment division.
       input-output section.
       file-control.
           copy "campaigns.sel".
           copy "camprcp.sel".
           copy "msgstatus.sel".
           select report-out assign to "campaign-report.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "campaigns.cpy".
           copy "camprcp.cpy".
           copy "msgstatus.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wc-fstatus        pic xx     value "00".
       01  wenv-id           pic x(09) value spaces.
       01  wonly-id          pic 9(09) value zeros.
       78  wmax-campaigns    value 500.
       01  wct-count         pic 9(04) value zeros.
       01  wct-table.
           02 wct-entry occurs 500 times.
               03 wct-id        pic 9(09).
               03 wct-name      pic x(40).
               03 wct-sent-at   pic x(14).
               03 wct-rcpts     pic 9(06).
               03 wct-unreach   pic 9(06).
               03 wct-msgs      pic 9(06).
               03 wct-sent      pic 9(06).
               03 wct-bounced   pic 9(06).
               03 wct-failed    pic 9(06).
               03 wct-pending   pic 9(06).
               03 wct-opt-stop  pic 9(06).
               03 wct-opt-pref  pic 9(06).
       01  wct-idx           pic 9(04) value zeros.
       01  wct-found         pic x(01) value "N".
       01  wfind-id          pic 9(09) value zeros.
       01  wrate             pic 9(03)v9 value zeros.
       01  wrate-display     pic zz9.9.
       01  wnum-display      pic zzzzz9.
       01  wtot-msgs         pic 9(07) value zeros.
       01  wtot-sent         pic 9(07) value zeros.
       01  wtot-bounced      pic 9(07) value zeros.
       01  wtot-failed       pic 9(07) value zeros.
       01  wtot-optouts      pic 9(07) value zeros.
       01  wrl-job           pic x(30) value "CAMPAIGN-REPORT".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       report-main.
      *> Delivery and opt-out figures for each campaign that has gone
      *> out: the MSGSTATUS rows CAMPAIGN-SEND tagged with the
      *> campaign id give queued / sent / bounced / failed (a digest
      *> that swallowed the message counts as sent; FAILED is a try
      *> that is still being retried, BOUNCED is one that gave up),
      *> and CAMPRCP gives the recipients who texted STOP or narrowed
      *> their contact preference within 30 days of it reaching
      *> them. CAMPAIGN_ID limits the report to one campaign.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           accept wenv-id from environment "CAMPAIGN_ID"
           if wenv-id not = spaces
               move function numval(wenv-id) to wonly-id
           end-if
           open input campaigns
           if fstatus not = zeros
               display "CAMPAIGN-REPORT: NO CAMPAIGNS"
               perform finish-run
           end-if
           perform load-campaigns
           close campaigns
           open input msgstatus
           if fstatus = zeros
               perform count-deliveries
               close msgstatus
           end-if
           open input camprcp
           if fstatus = zeros
               perform count-optouts
               close camprcp
           end-if
           open output report-out
           perform write-report
           close report-out
           display "CAMPAIGN-REPORT: " wct-count " CAMPAIGNS"
           perform finish-run.
       finish-run.
           move "OK   " to wrl-phase
           move wct-count to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       load-campaigns.
           move "00" to wc-fstatus
           read campaigns next
               at end move "10" to wc-fstatus
           end-read
           perform until wc-fstatus = "10"
               if cmp-sent and wct-count < wmax-campaigns
                       and (wonly-id = zeros or cmp-id = wonly-id)
                   add 1 to wct-count
                   initialize wct-entry(wct-count)
                   move cmp-id          to wct-id(wct-count)
                   move cmp-name        to wct-name(wct-count)
                   move cmp-sent-at     to wct-sent-at(wct-count)
                   move cmp-recipients  to wct-rcpts(wct-count)
                   move cmp-unreachable to wct-unreach(wct-count)
               end-if
               read campaigns next
                   at end move "10" to wc-fstatus
               end-read
           end-perform.
       find-campaign.
      *> Loaded in id order, so a binary search would do; the table
      *> is small enough that a straight scan is clearer.
           move "N" to wct-found
           perform varying wct-idx from 1 by 1
                   until wct-idx > wct-count or wct-found = "Y"
               if wct-id(wct-idx) = wfind-id
                   move "Y" to wct-found
               end-if
           end-perform
           if wct-found = "Y"
               subtract 1 from wct-idx
           end-if.
       count-deliveries.
           move "00" to wc-fstatus
           read msgstatus next
               at end move "10" to wc-fstatus
           end-read
           perform until wc-fstatus = "10"
               if msg-campaign is numeric and msg-campaign > zeros
                   move msg-campaign to wfind-id
                   perform find-campaign
                   if wct-found = "Y"
                       add 1 to wct-msgs(wct-idx)
                       evaluate true
                           when msg-sent or msg-digested
                               add 1 to wct-sent(wct-idx)
                           when msg-bounced
                               add 1 to wct-bounced(wct-idx)
                           when msg-failed
                               add 1 to wct-failed(wct-idx)
                           when other
                               add 1 to wct-pending(wct-idx)
                       end-evaluate
                   end-if
               end-if
               read msgstatus next
                   at end move "10" to wc-fstatus
               end-read
           end-perform.
       count-optouts.
           move "00" to wc-fstatus
           read camprcp next
               at end move "10" to wc-fstatus
           end-read
           perform until wc-fstatus = "10"
               if crc-opted-out
                   move crc-cmp-id to wfind-id
                   perform find-campaign
                   if wct-found = "Y"
                       if crc-optout-how = "STOP"
                           add 1 to wct-opt-stop(wct-idx)
                       else
                           add 1 to wct-opt-pref(wct-idx)
                       end-if
                   end-if
               end-if
               read camprcp next
                   at end move "10" to wc-fstatus
               end-read
           end-perform.
       write-report.
           move spaces to report-line
           string "CAMPAIGN DELIVERY REPORT "
                  function current-date(1:8)
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "ID        NAME                           "
                  "  SENT ON   RCPTS  MSGS  SENT BOUNC  FAIL  PEND"
                  "  STOP  PREF OPTOUT%"
               delimited by size into report-line
           end-string
           write report-line
           perform varying wct-idx from 1 by 1
                   until wct-idx > wct-count
               perform write-campaign-line
           end-perform
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "TOTAL MESSAGES: " wtot-msgs
                  "  SENT: " wtot-sent
                  "  BOUNCED: " wtot-bounced
                  "  FAILED: " wtot-failed
                  "  OPT-OUTS: " wtot-optouts
               delimited by size into report-line
           end-string
           write report-line.
       write-campaign-line.
           move zeros to wrate
           if wct-rcpts(wct-idx) > zeros
               compute wrate rounded =
                   (wct-opt-stop(wct-idx) + wct-opt-pref(wct-idx))
                   * 100 / wct-rcpts(wct-idx)
           end-if
           move wrate to wrate-display
           move spaces to report-line
           move wct-id(wct-idx) to report-line(1:9)
           move wct-name(wct-idx)(1:30) to report-line(11:30)
           move wct-sent-at(wct-idx)(1:8) to report-line(43:8)
           move wct-rcpts(wct-idx) to wnum-display
           move wnum-display to report-line(52:6)
           move wct-msgs(wct-idx) to wnum-display
           move wnum-display to report-line(58:6)
           move wct-sent(wct-idx) to wnum-display
           move wnum-display to report-line(64:6)
           move wct-bounced(wct-idx) to wnum-display
           move wnum-display to report-line(70:6)
           move wct-failed(wct-idx) to wnum-display
           move wnum-display to report-line(76:6)
           move wct-pending(wct-idx) to wnum-display
           move wnum-display to report-line(82:6)
           move wct-opt-stop(wct-idx) to wnum-display
           move wnum-display to report-line(88:6)
           move wct-opt-pref(wct-idx) to wnum-display
           move wnum-display to report-line(94:6)
           move wrate-display to report-line(101:5)
           write report-line
           add wct-msgs(wct-idx)    to wtot-msgs
           add wct-sent(wct-idx)    to wtot-sent
           add wct-bounced(wct-idx) to wtot-bounced
           add wct-failed(wct-idx)  to wtot-failed
           add wct-opt-stop(wct-idx) wct-opt-pref(wct-idx)
               to wtot-optouts.
