       identification division.
       program-id. campaigns_submit.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "campaigns.sel".
           copy "msgtpl.sel".
           copy "branches.sel".
           copy "counters.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "campaigns.cpy".
       copy "msgtpl.cpy".
       copy "branches.cpy".
       copy "counters.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wlogin            pic x(60) value spaces.
       01  wsession-member   pic x(60) value spaces.
       01  wdatecheck        pic 9(08) value zeros.
       01  wselected         pic 9(06) value zeros.
       01  wunreachable      pic 9(06) value zeros.
       01  wreach-count      pic 9(06) value zeros.
       01  wcmp-display      pic z(8)9.
       01  wsel-display      pic z(5)9.
       01  wunr-display      pic z(5)9.
       01  wverb             pic x(20) value spaces.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wopcao         pic x(10).
           02 wcmpid-in      pic x(09).
           02 wcmpname-in    pic x(40).
           02 wcmptpl-in     pic x(12).
           02 wcmpchan-in    pic x(01).
           02 wseltype-in    pic x(01).
           02 wselstatus-in  pic x(01).
           02 wselbranch-in  pic x(03).
           02 wselagefrom-in pic x(03).
           02 wselageto-in   pic x(03).
           02 wselpaid-in    pic x(08).
           02 wselpayer-in   pic x(01).
           02 wselcontact-in pic x(01).
           02 filler         pic x(5875).
       copy "lnk-general.cpy".
       procedure division.
      *> Creates, recounts, queues and cancels campaigns. A new
      *> campaign is saved as a draft with its selection counted
      *> straight away; "recount" counts it again (members change);
      *> "queue" hands a draft to CAMPAIGN-SEND, recounting first so
      *> nobody queues a campaign that reaches no one; "cancel" stops
      *> a draft or a queued campaign that has not gone yet. Staff
      *> only, audited.
           display
              "Content-type: text/html"
               newline
           end-display
           move "campaigns_submit" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           if wform-toolarge
               move "FORM TOO LARGE !!" to wmsgweb
               perform openprogram
               stop run
           end-if
           move warray(1)  to wtoken-in
           move warray(2)  to wopcao
           move warray(3)  to wcmpid-in
           move warray(4)  to wcmpname-in
           move warray(5)  to wcmptpl-in
           move warray(6)  to wcmpchan-in
           move warray(7)  to wseltype-in
           move warray(8)  to wselstatus-in
           move warray(9)  to wselbranch-in
           move warray(10) to wselagefrom-in
           move warray(11) to wselageto-in
           move warray(12) to wselpaid-in
           move warray(13) to wselpayer-in
           move warray(14) to wselcontact-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-campaigns
           end-if
           perform authorize-staff-only.
           move wsessionlogin to wsession-member
           move function current-date(1:8) to wcmp-today
           evaluate wopcao
               when "create"  perform create-campaign
               when "preview" perform preview-campaign
               when "queue"   perform queue-campaign
               when "cancel"  perform cancel-campaign
               when other
                   move "UNKNOWN ACTION !!" to wmsgweb
           end-evaluate
           close members.
       redir-campaigns.
           move "post"          to wmethod
           move "campaigns.exe" to wexec
           perform openprogram
           stop run.
       create-campaign.
           perform validate-selection
           if wmsgweb not = spaces
               exit paragraph
           end-if
           initialize reg-campaigns
           move wcmpname-in    to cmp-name
           move wcmptpl-in     to cmp-tpl-id
           move wcmpchan-in    to cmp-channel
           if cmp-channel = spaces
               move "P" to cmp-channel
           end-if
           move wseltype-in    to cmp-sel-type
           move wselstatus-in  to cmp-sel-status
           move wselbranch-in  to cmp-sel-branch
           move zeros to cmp-sel-age-from cmp-sel-age-to
           if wselagefrom-in not = spaces
               move function numval(wselagefrom-in)
                   to cmp-sel-age-from
           end-if
           if wselageto-in not = spaces
               move function numval(wselageto-in) to cmp-sel-age-to
           end-if
           move wselpaid-in    to cmp-sel-paid-thru
           move wselpayer-in   to cmp-sel-payer
           move wselcontact-in to cmp-sel-contact
           move "D" to cmp-status
           move function current-date(1:14) to cmp-created
           move wsession-member to cmp-creator
           move spaces to cmp-sent-at
           move zeros to cmp-recipients
           perform count-selection
           move "CAMPAIGN-ID" to wcountername
           perform next-counter
           move wcountervalue to cmp-id
           open i-o campaigns
           if fstatus = "35"
               open output campaigns
               close campaigns
               open i-o campaigns
           end-if
           write reg-campaigns invalid key
               move "CAMPAIGN NOT SAVED -- TRY AGAIN !!" to wmsgweb
           end-write
           close campaigns
           if wmsgweb not = spaces
               exit paragraph
           end-if
           move "CAMPAIGN-ADD" to waudit-op
           perform audit-campaign
           move "SAVED AS DRAFT" to wmsgweb
           perform count-message.
       validate-selection.
           if wcmpname-in = spaces
               move "CAMPAIGN NAME IS REQUIRED !!" to wmsgweb
               exit paragraph
           end-if
           if wcmptpl-in = spaces
               move "TEMPLATE IS REQUIRED !!" to wmsgweb
               exit paragraph
           end-if
           open input msgtpl
           if fstatus not = zeros
               move "NO MESSAGE TEMPLATES ON FILE !!" to wmsgweb
               exit paragraph
           end-if
           move wcmptpl-in to tpl-id
           read msgtpl invalid key
               string "TEMPLATE " function trim(wcmptpl-in)
                      " NOT FOUND !!"
                   delimited by size into wmsgweb
               end-string
           end-read
           close msgtpl
           if wmsgweb not = spaces
               exit paragraph
           end-if
           if wcmpchan-in not = spaces and wcmpchan-in not = "E"
                   and wcmpchan-in not = "S" and wcmpchan-in not = "P"
               move "CHANNEL MUST BE E, S OR P !!" to wmsgweb
               exit paragraph
           end-if
           if wselstatus-in not = spaces and wselstatus-in not = "A"
                   and wselstatus-in not = "I"
                   and wselstatus-in not = "P"
               move "STATUS MUST BE BLANK, A, I OR P !!" to wmsgweb
               exit paragraph
           end-if
           if wselbranch-in not = spaces
               open input branches
               if fstatus = zeros
                   move wselbranch-in to br-code
                   read branches invalid key
                       move "UNKNOWN BRANCH !!" to wmsgweb
                   end-read
                   close branches
               end-if
               if wmsgweb not = spaces
                   exit paragraph
               end-if
           end-if
           if (wselagefrom-in not = spaces
                   and function test-numval(wselagefrom-in) not = 0)
              or (wselageto-in not = spaces
                   and function test-numval(wselageto-in) not = 0)
               move "AGE BAND MUST BE WHOLE YEARS !!" to wmsgweb
               exit paragraph
           end-if
           if wselagefrom-in not = spaces and wselageto-in not = spaces
               if function numval(wselagefrom-in) >
                       function numval(wselageto-in)
                   move "AGE FROM IS ABOVE AGE TO !!" to wmsgweb
                   exit paragraph
               end-if
           end-if
           if wselpaid-in not = spaces
               if wselpaid-in not numeric
                   move "INVALID PAID-THROUGH DATE !!" to wmsgweb
                   exit paragraph
               end-if
               move wselpaid-in to wdatecheck
               if function test-date-yyyymmdd(wdatecheck) not = 0
                   move "INVALID PAID-THROUGH DATE !!" to wmsgweb
                   exit paragraph
               end-if
           end-if
           if wselpayer-in not = spaces and wselpayer-in not = "Y"
                   and wselpayer-in not = "N"
               move "HOUSEHOLD PAYER MUST BE BLANK, Y OR N !!"
                   to wmsgweb
               exit paragraph
           end-if
           if wselcontact-in not = spaces and wselcontact-in not = "E"
                   and wselcontact-in not = "S"
               move "CONTACT PREFERENCE MUST BE BLANK, E OR S !!"
                   to wmsgweb
           end-if.
       preview-campaign.
           perform read-campaign-for-update
           if wmsgweb not = spaces
               exit paragraph
           end-if
           if not cmp-draft
               close campaigns
               move "ONLY A DRAFT CAN BE RECOUNTED !!" to wmsgweb
               exit paragraph
           end-if
           perform count-selection
           rewrite reg-campaigns
           close campaigns
           move "RECOUNTED" to wmsgweb
           perform count-message.
       queue-campaign.
           perform read-campaign-for-update
           if wmsgweb not = spaces
               exit paragraph
           end-if
           if not cmp-draft
               close campaigns
               move "ONLY A DRAFT CAN BE QUEUED !!" to wmsgweb
               exit paragraph
           end-if
           perform count-selection
           if wreach-count = zeros
               rewrite reg-campaigns
               close campaigns
               move "CAMPAIGN REACHES NOBODY -- NOT QUEUED !!"
                   to wmsgweb
               exit paragraph
           end-if
           move "Q" to cmp-status
           rewrite reg-campaigns
           close campaigns
           move "CAMPAIGN-QUEUE" to waudit-op
           perform audit-campaign
           move "QUEUED FOR SENDING" to wmsgweb
           perform count-message.
       cancel-campaign.
           perform read-campaign-for-update
           if wmsgweb not = spaces
               exit paragraph
           end-if
           if not cmp-draft and not cmp-queued
               close campaigns
               move "CAMPAIGN HAS ALREADY GONE OR WAS CANCELLED !!"
                   to wmsgweb
               exit paragraph
           end-if
           move "X" to cmp-status
           rewrite reg-campaigns
           close campaigns
           move "CAMPAIGN-CANCEL" to waudit-op
           perform audit-campaign
           move cmp-id to wcmp-display
           string "CAMPAIGN " function trim(wcmp-display)
                  " CANCELLED."
               delimited by size into wmsgweb
           end-string.
       read-campaign-for-update.
           if wcmpid-in not numeric
               move "CAMPAIGN NOT FOUND !!" to wmsgweb
               exit paragraph
           end-if
           open i-o campaigns
           if fstatus not = zeros
               move "CAMPAIGN NOT FOUND !!" to wmsgweb
               exit paragraph
           end-if
           move wcmpid-in to cmp-id
           read campaigns invalid key
               close campaigns
               move "CAMPAIGN NOT FOUND !!" to wmsgweb
           end-read.
       count-selection.
      *> MEMBERS is already open for the staff check; a full pass
      *> through it with the same test CAMPAIGN-SEND applies.
           move zeros to wselected wunreachable wreach-count
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
                   add 1 to wselected
                   if wcmp-channel = "N"
                       add 1 to wunreachable
                   else
                       add 1 to wreach-count
                   end-if
               end-if
               read members next
                   at end move "10" to fstatus
               end-read
           end-perform
           move wselected to cmp-preview
           move wunreachable to cmp-unreachable
           move function current-date(1:14) to cmp-previewed.
       count-message.
           move cmp-id to wcmp-display
           move wselected to wsel-display
           move wunreachable to wunr-display
           move wmsgweb to wverb
           move spaces to wmsgweb
           string "CAMPAIGN " function trim(wcmp-display) " "
                  function trim(wverb) ": "
                  function trim(wsel-display) " SELECTED, "
                  function trim(wunr-display)
                  " OPTED OUT OR UNREACHABLE."
               delimited by size into wmsgweb
           end-string.
       audit-campaign.
           move wsession-member to wlogin
           move cmp-id to wcmp-display
           move spaces to waudit-new-name
           string "CAMPAIGN " function trim(wcmp-display) " "
                  function trim(cmp-name)
               delimited by size into waudit-new-name
           end-string
           perform write-audit.
           copy "campaign-match.cpy".
           copy "counter-next.cpy".
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
