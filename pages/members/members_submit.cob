           copy "memevents.sel".
           copy "waitlist.sel".
           copy "branches.sel".
           copy "referrals.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "memevents.cpy".
       copy "waitlist.cpy".
       copy "branches.cpy".
       copy "referrals.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wphonedup-flag    pic x(01) value "N".
       01  wmailsubject      pic x(60) value spaces.
       01  wmailbody         pic x(200) value spaces.
       01  wrefid-n          pic 9(09) value zeros.
       01  wreferrer         pic x(60) value spaces.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wlogin         pic x(60).
           02 waddr-state    pic x(02).
           02 waddr-postal   pic x(10).
           02 wbranch        pic x(03).
           02 wrefby         pic x(09).
           02 filler         pic x(4888).
       copy "lnk-general.cpy".
       procedure division.
           display 
           move warray(12) to waddr-state
           move warray(13) to waddr-postal
           move warray(14) to wbranch
           move warray(15) to wrefby
           if wpassword not = wpasswordrep
               move "PASSWORDS DO NOT MATCH !!" to wmsgweb
               go stopprogram
           move "N" to wmaint-exempt
           perform check-maintenance.
           perform resolve-branch.
           if wrefby not = spaces
               perform find-referrer
           end-if
           perform count-active-members.
           if wv-activecount >= wbranch-cap
               perform join-waitlist
      *> member's full record into REG-MEMBERS to compare PHONE --
      *> reset every field it doesn't already overwrite above so a new
      *> signup can't inherit another member's last-login/2FA/suspend/
      *> reactivation, freeze, paid-through or company state.
           move spaces to last-login
           set member-2fa-disabled to true
           set member-not-suspended to true
           move wbranch to branch-code
           move spaces to suspend-until
           move spaces to suspend-reason
           move spaces to freeze-start freeze-end freeze-reason
           move spaces to freeze-year
           move zeros to freeze-days
           move spaces to photo-file waiver-grace-until discount-code
           move spaces to paid-through resign-date resign-reason
           move zeros to nsf-count tab-limit company-id
           write reg-members.
           move "CREATE"  to waudit-op
           move wlogin    to wsessionlogin
           move "CREATE" to wlifecycle-type
           perform write-lifecycle-event.
           perform update-signup-stats.
           if wreferrer not = spaces
               perform record-referral
           end-if
           move
            "APPLICATION RECEIVED -- PENDING COMMITTEE APPROVAL !!"
               to wmsgweb
                   into wmailbody
               end-string
               call "sendmail" using wemail wmailsubject wmailbody
           end-if
           go stopprogram.
       find-referrer.
      *> The referring member is named by the MEMBER-ID on their
      *> card; only a current member can refer.
           if wrefby not numeric
               move "INVALID REFERRING MEMBER ID !!" to wmsgweb
               go stopprogram
           end-if
           move wrefby to wrefid-n
           move spaces to wreferrer
           perform open-members-input-retry
           if fstatus not = zeros
               move "REFERRING MEMBER NOT FOUND !!" to wmsgweb
               go stopprogram
           end-if
           read members next
           perform until fstatus = "10" or wreferrer not = spaces
               if member-id = wrefid-n and member-active
                   move login to wreferrer
               end-if
               read members next
           end-perform
           close members
           if wreferrer = spaces
               move "REFERRING MEMBER NOT FOUND !!" to wmsgweb
               go stopprogram
           end-if.
       record-referral.
      *> REFERRAL-CREDIT pays the referrer once this member's first
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
       update-signup-stats.
      *> Keeps HOME's dashboard counts a cheap read of a few running
      *> totals instead of a full MEMBERS scan on every page view.
           move wname  to wl-name
           move wphone to wl-phone
           move wemail to wl-email
           move wreferrer to wl-referrer
           move zeros to wl-referrer-id
           if wreferrer not = spaces
               move wrefid-n to wl-referrer-id
           end-if
           move function current-date(1:8) to wl-applied
           set wl-waiting to true
           write reg-waitlist
