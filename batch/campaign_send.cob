       identification division.
       program-id. campaign-send.
       environment division.
       input-output section.
       file-control.
           copy "members.sel".
           copy "campaigns.sel".
           copy "camprcp.sel".
           select report-out assign to "campaign-send.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "members.cpy".
           copy "campaigns.cpy".
           copy "camprcp.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wc-fstatus        pic xx     value "00".
       01  wmailsubject      pic x(60) value spaces.
       01  wmailbody         pic x(200) value spaces.
       01  wsmsmessage       pic x(160) value spaces.
       01  wtpl-id           pic x(12) value spaces.
       01  wtpl-merge.
           02 wtpl-name      pic x(120).
           02 wtpl-amount    pic x(20).
           02 wtpl-duedate   pic x(08).
           02 wtpl-branch    pic x(03).
       01  wcampaign-env     pic 9(09) value zeros.
       01  wsentcount        pic 9(06) value zeros.
       01  wresentcount      pic 9(06) value zeros.
       01  wunreachcount     pic 9(06) value zeros.
       01  wcampaigncount    pic 9(04) value zeros.
       01  wtotalsent        pic 9(09) value zeros.
       01  wrl-job           pic x(30) value "CAMPAIGN-SEND".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       send-main.
      *> Sends every campaign staff have queued on the campaigns
      *> screen: MEMBERS is walked once per campaign with the same
      *> selection test the screen previewed with, and each member in
      *> it who can be reached gets one message -- the campaign's
      *> template rendered with their name, paid-through date and
      *> branch -- on the one channel CAMPAIGN-MATCH picked. Opted-
      *> out members are counted, never sent to. Every message is
      *> queued through SENDMAIL / SENDSMS with MSG_LOGIN and
      *> MSG_CAMPAIGN set, so delivery lands on MSGSTATUS tagged with
      *> the campaign, and each recipient is written to CAMPRCP
      *> before the next; a rerun after a failure skips anyone
      *> already on CAMPRCP instead of messaging them twice.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           open i-o campaigns
           if fstatus = "35"
               display "CAMPAIGN-SEND: NO CAMPAIGNS"
               perform finish-run
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO campaigns: " fstatus
               move 8 to return-code
               stop run
           end-if
           open input members
           if fstatus not = zeros
               display "ERRO ABRINDO members: " fstatus
               move 8 to return-code
               stop run
           end-if
           open i-o camprcp
           if fstatus = "35"
               open output camprcp
               close camprcp
               open i-o camprcp
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO camprcp: " fstatus
               move 8 to return-code
               stop run
           end-if
           open output report-out
           move spaces to report-line
           string "CAMPAIGN SEND " function current-date(1:14)
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move "00" to wc-fstatus
           move zeros to cmp-id
           start campaigns key is not less than cmp-id
               invalid key move "10" to wc-fstatus
           end-start
           if wc-fstatus not = "10"
               read campaigns next
                   at end move "10" to wc-fstatus
               end-read
           end-if
           perform until wc-fstatus = "10"
               if cmp-queued
                   perform send-campaign
               end-if
               read campaigns next
                   at end move "10" to wc-fstatus
               end-read
           end-perform
           set environment "MSG_CAMPAIGN" to " "
           set environment "MSG_LOGIN" to " "
           close campaigns
           close members
           close camprcp
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "CAMPAIGNS SENT: " wcampaigncount
                  "  MESSAGES QUEUED: " wtotalsent
               delimited by size into report-line
           end-string
           write report-line
           close report-out
           display "CAMPAIGN-SEND: " wcampaigncount " CAMPAIGNS, "
               wtotalsent " MESSAGES"
           perform finish-run.
       finish-run.
           move "OK   " to wrl-phase
           move wtotalsent to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       send-campaign.
      *> A template deleted since the campaign was queued would go
      *> out as its bare id; the campaign goes back to draft instead.
           move cmp-tpl-id to wtpl-id
           move spaces to wtpl-merge
           call "rendertpl" using wtpl-id wtpl-merge
               wmailsubject wmailbody
           if wmailbody(1:12) = wtpl-id
               move "D" to cmp-status
               rewrite reg-campaigns
               move spaces to report-line
               string cmp-id "  " cmp-name "  TEMPLATE "
                      function trim(cmp-tpl-id)
                      " MISSING -- BACK TO DRAFT"
                   delimited by size into report-line
               end-string
               write report-line
               exit paragraph
           end-if
           move zeros to wsentcount wresentcount wunreachcount
           move function current-date(1:8) to wcmp-today
           move cmp-id to wcampaign-env
           set environment "MSG_CAMPAIGN" to wcampaign-env
           move low-values to login
           start members key is not less than login
               invalid key move "10" to fstatus
           end-start
           if fstatus not = "10"
               read members next
                   at end move "10" to fstatus
               end-read
           end-if
           perform until fstatus = "10"
               perform campaign-match
               if wcmp-match = "Y"
                   if wcmp-channel = "N"
                       add 1 to wunreachcount
                   else
                       perform send-to-member
                   end-if
               end-if
               read members next
                   at end move "10" to fstatus
               end-read
           end-perform
           set environment "MSG_CAMPAIGN" to " "
           move "S" to cmp-status
           move function current-date(1:14) to cmp-sent-at
           compute cmp-recipients = wsentcount + wresentcount
           move wunreachcount to cmp-unreachable
           rewrite reg-campaigns
           add 1 to wcampaigncount
           add wsentcount to wtotalsent
           move spaces to report-line
           string cmp-id "  " cmp-name "  SENT " wsentcount
                  "  ALREADY SENT " wresentcount
                  "  OPTED OUT/UNREACHABLE " wunreachcount
               delimited by size into report-line
           end-string
           write report-line.
       send-to-member.
           move cmp-id to crc-cmp-id
           move login  to crc-login
           read camprcp
               invalid key continue
               not invalid key
                   add 1 to wresentcount
                   exit paragraph
           end-read
           move name         to wtpl-name
           move spaces       to wtpl-amount
           move paid-through to wtpl-duedate
           move branch-code  to wtpl-branch
           call "rendertpl" using wtpl-id wtpl-merge
               wmailsubject wmailbody
           set environment "MSG_LOGIN" to login
           initialize reg-camprcp
           move cmp-id to crc-cmp-id
           move login  to crc-login
           move login  to crc-member
           move wcmp-channel to crc-channel
           if wcmp-channel = "E"
               move email to crc-dest
               call "sendmail" using email wmailsubject wmailbody
           else
               move phone to crc-dest
               move wmailbody to wsmsmessage
               call "sendsms" using phone wsmsmessage
           end-if
           move function current-date(1:14) to crc-queued
           move "N" to crc-optout
           move spaces to crc-optout-at crc-optout-how
           write reg-camprcp
           add 1 to wsentcount.
           copy "campaign-match.cpy".
