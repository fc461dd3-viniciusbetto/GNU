           copy "guests.sel".
           copy "counters.sel".
           copy "memevents.sel".
           copy "referrals.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       copy "guests.cpy".
       copy "counters.cpy".
       copy "memevents.cpy".
       copy "referrals.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       78  wdefaultpwd       value "Welcome123".
       01  wlogin            pic x(60) value spaces.
       01  wtmp-pwd          pic x(120) value spaces.
       01  wrefid-n          pic 9(09) value zeros.
       01  wreferrer         pic x(60) value spaces.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wseq-in        pic x(14).
           02 wstatus-in     pic x(01).
           02 wnewlogin-in   pic x(60).
           02 wrefby-in      pic x(09).
           02 filler         pic x(5764).
       copy "lnk-general.cpy".
       procedure division.
      *> Write side of the prospect pipeline: moves a guest's
           move warray(4) to wseq-in
           move warray(5) to wstatus-in
           move warray(6) to wnewlogin-in
           move warray(7) to wrefby-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
               close guests
               go redir-prospects
           end-read
           perform find-referrer
           perform create-pending-member
           close members
           set gst-fu-converted to true
           perform write-audit
           move "CREATE" to wlifecycle-type
           perform write-lifecycle-event
           if wreferrer not = spaces
               perform record-referral
           end-if
           move "PROSPECT CONVERTED -- AWAITING APPROVAL."
               to wmsgweb
           go redir-prospects.
       find-referrer.
      *> The guest's sponsor brought them in, so the sponsor is the
      *> referrer unless the form names another member by ID. A
      *> sponsor who is no longer a current member refers no one.
           move spaces to wreferrer
           move zeros  to wrefid-n
           if wrefby-in = spaces
               move gst-sponsor to login
               read members
                   invalid key continue
                   not invalid key
                       if member-active
                           move login     to wreferrer
                           move member-id to wrefid-n
                       end-if
               end-read
               exit paragraph
           end-if
           if wrefby-in not numeric
               move "INVALID REFERRING MEMBER ID !!" to wmsgweb
               close members
               close guests
               go redir-prospects
           end-if
           move wrefby-in to wrefid-n
           move low-values to login
           start members key is not less than login
               invalid key move "10" to fstatus
           end-start
           if fstatus not = "10"
               read members next
           end-if
           perform until fstatus = "10" or wreferrer not = spaces
               if member-id = wrefid-n and member-active
                   move login to wreferrer
               end-if
               read members next
           end-perform
           move "00" to fstatus
           if wreferrer = spaces
               move "REFERRING MEMBER NOT FOUND !!" to wmsgweb
               close members
               close guests
               go redir-prospects
           end-if.
       record-referral.
           open i-o referrals
           if fstatus = "35"
               open output referrals
               close referrals
               open i-o referrals
           end-if
           initialize reg-referrals
           move wnewlogin-in to ref-login
           move wreferrer    to ref-referrer
           move wrefid-n     to ref-referrer-id
           move function current-date(1:8) to ref-recorded
           set ref-from-guest to true
           set ref-pending to true
           move zeros  to ref-credit
           move spaces to ref-credited-on ref-pay-seq
           write reg-referrals
           close referrals.
       create-pending-member.
      *> Same shape the public signup writes: pending status, id
      *> assigned at approval, default password the welcome letter
