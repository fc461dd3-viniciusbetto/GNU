       identification division.
       program-id. access-recert.
       environment division.
       input-output section.
       file-control.
           copy "members.sel".
           copy "apikeys.sel".
           copy "recert.sel".
           copy "audit.sel".
           select report-out assign to "access-recert.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "members.cpy".
           copy "apikeys.cpy".
           copy "recert.cpy".
           copy "audit.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wk-fstatus        pic xx     value "00".
       01  wlogin            pic x(60) value spaces.
       78  wdays-default     value 21.
       01  wenv              pic x(04) value spaces.
       01  wdays             pic 9(03) value zeros.
       01  wforce            pic x(01) value "N".
       01  wtoday            pic x(08) value spaces.
       01  wtoday-int        pic s9(09) comp.
       01  wdue-int          pic s9(09) comp.
       01  wtoday-qtr        pic 9(01) value zeros.
       01  wcycle-qtr        pic 9(01) value zeros.
       01  wmonth            pic 9(02) value zeros.
       01  wcycle            pic x(08) value spaces.
       01  wdue              pic x(08) value spaces.
       01  wissue            pic x(01) value "N".
       01  wlogins           pic 9(05) value zeros.
       01  wkeys             pic 9(05) value zeros.
       01  wconfirmed        pic 9(05) value zeros.
       01  wpending          pic 9(05) value zeros.
       01  wdowngraded       pic 9(05) value zeros.
       01  wrevoked          pic 9(05) value zeros.
       01  wrole-display     pic x(06) value spaces.
       01  wscope-display    pic x(16) value spaces.
       01  wstatus-display   pic x(11) value spaces.
       01  wsave-key         pic x(61) value spaces.
       01  wreviewer         pic x(120) value spaces.
       01  wmailsubject      pic x(60) value spaces.
       01  wmailbody         pic x(200) value spaces.
       01  wrl-job           pic x(30) value "ACCESS-RECERT".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       recert-main.
      *> Quarterly recertification of privileged access. Runs each
      *> night; the first run in a new calendar quarter (or any run
      *> with RECERT_FORCE=Y) opens a cycle: every staff and admin
      *> login and every active API key is put in RECERT as pending,
      *> with last login or last use, owner and scope, the list goes
      *> to access-recert.txt and the reviewer (RECERT_REVIEWER, an
      *> email; OPS_EMAIL if unset) is mailed to confirm them on the
      *> RECERT screen within RECERT_DAYS (default 21). Every run
      *> after the due date settles what is still pending: a login
      *> goes back to regular, a key is revoked, and each is written
      *> to the audit trail (RECERT-DOWNGR / RECERT-REVOKE).
           move wdays-default to wdays
           accept wenv from environment "RECERT_DAYS"
           if wenv is numeric and wenv > zeros
               move wenv to wdays
           end-if
           accept wforce from environment "RECERT_FORCE"
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           move function current-date(1:8) to wtoday
           compute wtoday-int = function integer-of-date(
               function numval(wtoday))
           move wtoday(5:2) to wmonth
           compute wtoday-qtr = (wmonth + 2) / 3
           open i-o members
           if fstatus not = zeros
               display "ERRO ABRINDO members: " fstatus
               move 8 to return-code
               stop run
           end-if
           open i-o apikeys
           if fstatus = "35"
               open output apikeys
               close apikeys
               open i-o apikeys
           end-if
           open i-o recert
           if fstatus = "35"
               open output recert
               close recert
               open i-o recert
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO recert: " fstatus
               move 8 to return-code
               stop run
           end-if
           open output report-out
           move spaces to report-line
           string "ACCESS RECERTIFICATION " wtoday
               delimited by size into report-line
           end-string
           write report-line
           perform read-control
           perform settle-overdue
           move "N" to wissue
           if wcycle = spaces or wforce = "Y"
               move "Y" to wissue
           else
               move wcycle(5:2) to wmonth
               compute wcycle-qtr = (wmonth + 2) / 3
      *> A cycle still inside its window runs to its due date
      *> before the next quarter's is opened over it.
               if (wcycle(1:4) not = wtoday(1:4)
                       or wcycle-qtr not = wtoday-qtr)
                       and wtoday > wdue
                   move "Y" to wissue
               end-if
           end-if
           if wissue = "Y"
               perform issue-cycle
           end-if
           perform list-cycle
           close recert
           close apikeys
           close members
           close report-out
           if wissue = "Y"
               perform mail-reviewer
           end-if
           display "ACCESS RECERT CYCLE " wcycle " DUE " wdue
               ": PENDING " wpending "  DOWNGRADED " wdowngraded
               "  REVOKED " wrevoked
           move "OK   " to wrl-phase
           compute wrl-count = wdowngraded + wrevoked
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       read-control.
           move spaces to wcycle wdue
           move "C" to rct-kind
           move "CYCLE" to rct-id
           read recert invalid key
               exit paragraph
           end-read
           move rct-cycle to wcycle
           move rct-due to wdue.
       settle-overdue.
      *> Anything the reviewer did not confirm by the due date loses
      *> the access it was listed for.
           if wdue = spaces or wtoday <= wdue
               exit paragraph
           end-if
           move low-values to rct-key
           move "K" to rct-kind
           perform settle-kind
           move low-values to rct-key
           move "L" to rct-kind
           perform settle-kind.
       settle-kind.
           move rct-kind to wsave-key(1:1)
           move "00" to wk-fstatus
           start recert key is not less than rct-key
               invalid key move "10" to wk-fstatus
           end-start
           if wk-fstatus not = "10"
               read recert next
                   at end move "10" to wk-fstatus
               end-read
           end-if
           perform until wk-fstatus = "10"
                   or rct-kind not = wsave-key(1:1)
               if rct-pending and rct-cycle = wcycle
                   if rct-login-item
                       perform downgrade-login
                   else
                       perform revoke-key
                   end-if
               end-if
               read recert next
                   at end move "10" to wk-fstatus
               end-read
           end-perform.
       downgrade-login.
           move rct-id to login
           read members invalid key
               continue
           not invalid key
               if member-staff or member-admin
                   move member-type to waudit-old-name
                   set member-regular to true
                   rewrite reg-members
                   move "R" to waudit-new-name
                   move login to wlogin
                   move spaces to wsessionlogin
                   move "RECERT-DOWNGR" to waudit-op
                   perform write-audit
                   add 1 to wdowngraded
               end-if
           end-read
           set rct-downgraded to true
           move "ACCESS-RECERT" to rct-decided-by
           move function current-date(1:14) to rct-decided
           rewrite reg-recert.
       revoke-key.
           move rct-id(1:32) to aky-key
           read apikeys invalid key
               continue
           not invalid key
               if aky-active
                   set aky-revoked to true
                   rewrite reg-apikeys
                   move aky-key to waudit-old-name
                   move aky-owner to wlogin
                   move spaces to wsessionlogin
                   move "RECERT-REVOKE" to waudit-op
                   perform write-audit
                   add 1 to wrevoked
               end-if
           end-read
           set rct-revoked to true
           move "ACCESS-RECERT" to rct-decided-by
           move function current-date(1:14) to rct-decided
           rewrite reg-recert.
       issue-cycle.
           move wtoday to wcycle
           compute wdue-int = wtoday-int + wdays
           move function date-of-integer(wdue-int) to wdue
           move "C" to rct-kind
           move "CYCLE" to rct-id
           read recert invalid key
               move spaces to reg-recert
               move "C" to rct-kind
               move "CYCLE" to rct-id
               move wcycle to rct-cycle
               move wdue to rct-due
               write reg-recert
           not invalid key
               move wcycle to rct-cycle
               move wdue to rct-due
               rewrite reg-recert
           end-read
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
               if member-staff or member-admin
                   perform list-login
               end-if
               read members next
                   at end move "10" to fstatus
               end-read
           end-perform
           move low-values to aky-key
           start apikeys key is not less than aky-key
               invalid key move "10" to fstatus
           end-start
           if fstatus not = "10"
               read apikeys next
                   at end move "10" to fstatus
               end-read
           end-if
           perform until fstatus = "10"
               if aky-active
                   perform list-key
               end-if
               read apikeys next
                   at end move "10" to fstatus
               end-read
           end-perform.
       list-login.
           move spaces to reg-recert
           move "L" to rct-kind
           move login to rct-id
           move wcycle to rct-cycle
           move wdue to rct-due
           move member-type to rct-role
           move login to rct-owner
           move last-login to rct-lastused
           set rct-pending to true
           write reg-recert
               invalid key rewrite reg-recert
           end-write.
       list-key.
           move spaces to reg-recert
           move "K" to rct-kind
           move aky-key to rct-id
           move wcycle to rct-cycle
           move wdue to rct-due
           move aky-scope-mem to rct-scope(1:1)
           move aky-scope-evt to rct-scope(2:1)
           move aky-owner to rct-owner
           move aky-lastused to rct-lastused
           set rct-pending to true
           write reg-recert
               invalid key rewrite reg-recert
           end-write.
       list-cycle.
           move spaces to report-line
           string "CYCLE OPENED " wcycle delimited by size
                  "  CONFIRM BY " delimited by size
                  wdue delimited by size
               into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           move "KIND"      to report-line(1:4)
           move "LOGIN / KEY" to report-line(7:11)
           move "ROLE/SCOPE" to report-line(49:10)
           move "OWNER"     to report-line(66:5)
           move "LAST USED" to report-line(98:9)
           move "STATUS"    to report-line(114:6)
           write report-line
           move low-values to rct-key
           move "K" to rct-kind
           perform list-kind
           move low-values to rct-key
           move "L" to rct-kind
           perform list-kind
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "LOGINS " wlogins delimited by size
                  "  KEYS " delimited by size
                  wkeys delimited by size
                  "  CONFIRMED " delimited by size
                  wconfirmed delimited by size
                  "  PENDING " delimited by size
                  wpending delimited by size
                  "  DOWNGRADED " delimited by size
                  wdowngraded delimited by size
                  "  REVOKED " delimited by size
                  wrevoked delimited by size
               into report-line
           end-string
           write report-line.
       list-kind.
           move rct-kind to wsave-key(1:1)
           move "00" to wk-fstatus
           start recert key is not less than rct-key
               invalid key move "10" to wk-fstatus
           end-start
           if wk-fstatus not = "10"
               read recert next
                   at end move "10" to wk-fstatus
               end-read
           end-if
           perform until wk-fstatus = "10"
                   or rct-kind not = wsave-key(1:1)
               if rct-cycle = wcycle
                   perform list-item
               end-if
               read recert next
                   at end move "10" to wk-fstatus
               end-read
           end-perform.
       list-item.
           evaluate true
               when rct-confirmed
                   move "CONFIRMED" to wstatus-display
                   add 1 to wconfirmed
               when rct-downgraded
                   move "DOWNGRADED" to wstatus-display
               when rct-revoked
                   move "REVOKED" to wstatus-display
               when other
                   move "PENDING" to wstatus-display
                   add 1 to wpending
           end-evaluate
           move spaces to report-line
           if rct-login-item
               add 1 to wlogins
               if rct-role = "A"
                   move "ADMIN" to wrole-display
               else
                   move "STAFF" to wrole-display
               end-if
               move "LOGIN" to report-line(1:5)
               move rct-id to report-line(7:40)
               move wrole-display to report-line(49:6)
           else
               add 1 to wkeys
               move spaces to wscope-display
               string "MEMBERS " rct-scope(1:1) " EVENTS "
                      rct-scope(2:1)
                   delimited by size into wscope-display
               end-string
               move "KEY" to report-line(1:3)
               move rct-id(1:32) to report-line(7:32)
               move wscope-display to report-line(49:16)
           end-if
           move rct-owner to report-line(66:30)
           if rct-lastused = spaces
               move "NEVER" to report-line(98:5)
           else
               move rct-lastused(1:8) to report-line(98:8)
           end-if
           move wstatus-display to report-line(114:11)
           write report-line.
       mail-reviewer.
           accept wreviewer from environment "RECERT_REVIEWER"
           if wreviewer = spaces
               accept wreviewer from environment "OPS_EMAIL"
           end-if
           if wreviewer = spaces
               exit paragraph
           end-if
           move "Quarterly access recertification" to wmailsubject
           move spaces to wmailbody
           string "Please confirm " delimited by size
                  wlogins delimited by size
                  " staff/admin logins and " delimited by size
                  wkeys delimited by size
                  " API keys on the RECERT screen by " delimited by size
                  wdue delimited by size
                  ". Anything unconfirmed is then downgraded or"
                      delimited by size
                  " revoked. List: access-recert.txt."
                      delimited by size
               into wmailbody
           end-string
           call "sendmail" using wreviewer wmailsubject wmailbody.
           copy "audit-log.cpy".
