       identification division.
       program-id. campaigns.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "campaigns.sel".
           copy "counters.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "campaigns.cpy".
       copy "counters.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wlogin            pic x(60) value spaces.
       01  wc-fstatus        pic xx    value "00".
       01  wlistcount        pic 9(04) value zeros.
       78  wlist-max         value 50.
       01  wfirst-id         pic 9(09) value zeros.
       01  wstatus-text      pic x(10) value spaces.
       01  wchannel-text     pic x(06) value spaces.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 filler         pic x(5968).
       copy "lnk-general.cpy".
       procedure division.
      *> Segmented campaigns: staff build a selection (member type,
      *> status, branch, age band, paid-through, household payer,
      *> contact preference) around a message template, preview how
      *> many members it reaches, and queue it. CAMPAIGN-SEND sends
      *> one templated message per reachable member under the
      *> campaign id, and CAMPAIGN-REPORT gives sent / bounced /
      *> failed and the opt-outs that followed. Staff only.
           display
               "Content-type: text/html"
               newline
           end-display
           move "campaigns" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           move warray(1) to wtoken-in
           move wtoken-in to wtoken
           perform validate-token.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               move "post"     to wmethod
               move "home.exe" to wexec
               perform openprogram
               stop run
           end-if
           perform authorize-staff-only.
           close members
           copy "header_html.cpy".
           copy "menu_html.cpy".
           perform list-campaigns
           display
               '<h3>New Campaign</h3>'
               '<p>Blank criteria match everyone. Channel E = email,'
               ' S = SMS, P = by the member contact preference (email'
               ' first). Members who opted out of all contact, or'
               ' texted STOP, are never sent to.</p>'
               '<form name="cmpform" method="post"'
               ' action="campaigns_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="create">'
               '<input type="hidden" name="cmpid" value="">'
               'Name: <input type="text" name="cmpname" size="30">'
               ' Template: <input type="text" name="cmptpl"'
               ' size="12">'
               ' Channel (E/S/P): <input type="text" name="cmpchan"'
               ' size="1" value="P"><br>'
               'Member type: <input type="text" name="seltype"'
               ' size="1">'
               ' Status (A/I/P): <input type="text" name="selstatus"'
               ' size="1" value="A">'
               ' Branch: <input type="text" name="selbranch"'
               ' size="3">'
               ' Age from: <input type="text" name="selagefrom"'
               ' size="3">'
               ' to: <input type="text" name="selageto" size="3"><br>'
               'Paid through on or after (CCYYMMDD): '
               '<input type="text" name="selpaid" size="8">'
               ' Household payer (Y = pays own bill, N = dependants):'
               ' <input type="text" name="selpayer" size="1">'
               ' Contact preference allows (E/S): '
               '<input type="text" name="selcontact" size="1"><br>'
               '<input type="submit" value="Save and Preview">'
               '</form>'
           end-display
           copy "footer_html.cpy".
           stop run.
       list-campaigns.
           move "CAMPAIGN-ID" to wcountername
           perform read-counter
           move 1 to wfirst-id
           if wcountervalue > wlist-max
               compute wfirst-id = wcountervalue - wlist-max + 1
           end-if
           display
               '<h3>Campaigns</h3>'
               '<table border="1">'
               '<tr><th>No.</th><th>Name</th><th>Template</th>'
               '<th>Channel</th><th>Selection</th><th>Status</th>'
               '<th>Selected</th><th>Unreachable</th><th>Sent to</th>'
               '<th></th></tr>'
           end-display
           open input campaigns
           if fstatus not = zeros
               display '</table><p>No campaigns yet.</p>' end-display
               exit paragraph
           end-if
           move "00" to wc-fstatus
           move wfirst-id to cmp-id
           start campaigns key is not less than cmp-id
               invalid key move "10" to wc-fstatus
           end-start
           if wc-fstatus not = "10"
               read campaigns next
                   at end move "10" to wc-fstatus
               end-read
           end-if
           perform until wc-fstatus = "10"
               add 1 to wlistcount
               perform show-campaign-row
               read campaigns next
                   at end move "10" to wc-fstatus
               end-read
           end-perform
           close campaigns
           display
               '</table>'
               '<p>Campaigns shown: ' wlistcount '</p>'
           end-display.
       show-campaign-row.
           evaluate true
               when cmp-draft     move "DRAFT"     to wstatus-text
               when cmp-queued    move "QUEUED"    to wstatus-text
               when cmp-sent      move "SENT"      to wstatus-text
               when cmp-cancelled move "CANCELLED" to wstatus-text
               when other         move cmp-status  to wstatus-text
           end-evaluate
           evaluate true
               when cmp-by-email  move "EMAIL"  to wchannel-text
               when cmp-by-sms    move "SMS"    to wchannel-text
               when other         move "PREF"   to wchannel-text
           end-evaluate
           display
               '<tr><td>' cmp-id '</td>'
               '<td>' function trim(cmp-name) '</td>'
               '<td>' cmp-tpl-id '</td>'
               '<td>' wchannel-text '</td>'
               '<td>type ' cmp-sel-type ' status ' cmp-sel-status
               ' branch ' cmp-sel-branch ' age ' cmp-sel-age-from
               '-' cmp-sel-age-to ' paid ' cmp-sel-paid-thru
               ' payer ' cmp-sel-payer ' contact ' cmp-sel-contact
               '</td>'
               '<td>' wstatus-text '</td>'
               '<td>' cmp-preview '</td>'
               '<td>' cmp-unreachable '</td>'
               '<td>' cmp-recipients '</td><td>'
           end-display
           if cmp-draft
               perform show-action-form-preview
               perform show-action-form-queue
           end-if
           if cmp-draft or cmp-queued
               perform show-action-form-cancel
           end-if
           display '</td></tr>' end-display.
       show-action-form-preview.
           display
               '<form name="pvform" method="post"'
               ' action="campaigns_submit.exe" style="display:inline">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="preview">'
           end-display
           perform show-action-hidden
           display
               '<input type="submit" value="Recount"></form>'
           end-display.
       show-action-form-queue.
           display
               '<form name="qform" method="post"'
               ' action="campaigns_submit.exe" style="display:inline">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="queue">'
           end-display
           perform show-action-hidden
           display
               '<input type="submit" value="Queue to Send"></form>'
           end-display.
       show-action-form-cancel.
           display
               '<form name="xform" method="post"'
               ' action="campaigns_submit.exe" style="display:inline">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="cancel">'
           end-display
           perform show-action-hidden
           display
               '<input type="submit" value="Cancel"></form>'
           end-display.
       show-action-hidden.
           display
               '<input type="hidden" name="cmpid" value="' cmp-id '">'
               '<input type="hidden" name="cmpname" value="">'
               '<input type="hidden" name="cmptpl" value="">'
               '<input type="hidden" name="cmpchan" value="">'
               '<input type="hidden" name="seltype" value="">'
               '<input type="hidden" name="selstatus" value="">'
               '<input type="hidden" name="selbranch" value="">'
               '<input type="hidden" name="selagefrom" value="">'
               '<input type="hidden" name="selageto" value="">'
               '<input type="hidden" name="selpaid" value="">'
               '<input type="hidden" name="selpayer" value="">'
               '<input type="hidden" name="selcontact" value="">'
           end-display.
           copy "counter-read.cpy".
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
