           copy "members.sel".
           copy "sessions.sel".
           copy "waitlist.sel".
           copy "referrals.sel".
           copy "audit.sel".
           copy "counters.sel".
           copy "memevents.sel".
       copy "members.cpy".
       copy "sessions.cpy".
       copy "waitlist.cpy".
       copy "referrals.cpy".
       copy "audit.cpy".
       copy "counters.cpy".
       copy "memevents.cpy".
       01  wnewname          pic x(120) value spaces.
       01  wnewphone         pic x(120) value spaces.
       01  wnewemail         pic x(120) value spaces.
       01  wreferrer         pic x(60) value spaces.
       01  wrefid-n          pic 9(09) value zeros.
       01  wtmp-pwd          pic x(120) value spaces.
       01  wmailsubject      pic x(60) value spaces.
       01  wmailbody         pic x(200) value spaces.
      *> real MEMBERS record (same duplicate-login check the signup
      *> form applies, MEMBER-ID from COUNTERS, default password the
      *> welcome email tells them to change), the dashboard counters
      *> move, the waitlist row flips to admitted, and a referral
      *> named at signup is recorded for the referrer. Staff only,
      *> one admission per click -- places open one at a time.
           display
              "Content-type: text/html"
           move warray(1) to wtoken-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           perform open-members-io-retry
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
           move wl-name  to wnewname
           move wl-phone to wnewphone
           move wl-email to wnewemail
           move wl-referrer to wreferrer
           move wl-referrer-id to wrefid-n
           move wlogin to login
           read members invalid key
               continue
           perform write-audit
           move "CREATE" to wlifecycle-type
           perform write-lifecycle-event
           if wreferrer not = spaces
               perform record-referral
           end-if
           if wnewemail not = spaces
               move "Welcome -- a place opened up!" to wmailsubject
               move spaces to wmailbody
                   end-read
               end-if
           end-perform.
       record-referral.
      *> The referral named at signup, kept on the waitlist row
      *> until now; REFERRAL-CREDIT pays it once this member's first
      *> dues payment has cleared.
           open i-o referrals
           if fstatus = "35"
               open output referrals
               close referrals
               open i-o referrals
           end-if
           initialize reg-referrals
           move wlogin    to ref-login
           move wreferrer to ref-referrer
           move wrefid-n  to ref-referrer-id
           move function current-date(1:8) to ref-recorded
           set ref-from-signup to true
           set ref-pending to true
           move zeros  to ref-credit
           move spaces to ref-credited-on ref-pay-seq
           write reg-referrals
           close referrals.
       create-member.
           initialize reg-members
           move wlogin to login
