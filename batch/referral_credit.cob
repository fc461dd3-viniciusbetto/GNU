       identification division.
       program-id. referral-credit.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "referrals.sel".
           copy "members.sel".
           copy "payments.sel".
           copy "audit.sel".
           select report-out assign to "referral-credit.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "referrals.cpy".
           copy "members.cpy".
           copy "payments.cpy".
           copy "audit.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wf-fstatus        pic xx     value "00".
       01  wp-fstatus        pic xx     value "00".
       78  wref-credit-default value 25.
       78  wref-clear-default  value 10.
       01  wref-credit-env   pic x(10) value spaces.
       01  wref-credit       pic 9(05)v99 value zeros.
       01  wref-clear-env    pic x(03) value spaces.
       01  wref-clear        pic 9(03) value zeros.
       01  wtoday            pic 9(08) value zeros.
       01  wtoday-int        pic s9(09) comp.
       01  wpaid-int         pic s9(09) comp.
       01  wdatecheck        pic 9(08) value zeros.
       01  wlogin            pic x(60) value spaces.
       01  wfoundpay         pic x(01) value "N".
       01  wclearseq         pic x(14) value spaces.
       01  wseqbump          pic 9(14) value zeros.
       01  wretry9           pic 9(01) value zeros.
       01  wwritten          pic x(01) value "N".
       01  wnote             pic x(30) value spaces.
       01  wcreditedcount    pic 9(06) value zeros.
       01  wvoidcount        pic 9(06) value zeros.
       01  wpendingcount     pic 9(06) value zeros.
       01  wcreditedtotal    pic 9(09)v99 value zeros.
       01  wamt-display      pic zzzz9,99.
       01  wtot-display      pic zzzzzzzz9,99.
       01  wrl-job           pic x(30) value "REFERRAL-CREDIT".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       credit-main.
      *> Nightly referral pay-out. A pending referral whose new
      *> member has a dues payment that has cleared -- taken at
      *> least REF_CLEAR_DAYS ago (default 10, long enough for a
      *> bounced check to come back and reverse it) and not
      *> reversed -- earns the referrer REF_CREDIT (default 25) as
      *> an adjustment credit with reason REFERRAL. A referral is
      *> voided when either member has resigned or been merged
      *> away; a referrer who has merely lapsed is paid once they
      *> are current again.
           move wref-credit-default to wref-credit
           accept wref-credit-env from environment "REF_CREDIT"
           if wref-credit-env not = spaces
               inspect wref-credit-env replacing all "." by ","
               if function test-numval(wref-credit-env) = 0
                   move function numval(wref-credit-env)
                       to wref-credit
               end-if
           end-if
           move wref-clear-default to wref-clear
           accept wref-clear-env from environment "REF_CLEAR_DAYS"
           if wref-clear-env is numeric
               move wref-clear-env to wref-clear
           end-if
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           open i-o referrals
           if fstatus = "35"
               open output referrals
               close referrals
               open i-o referrals
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO referrals: " fstatus
               stop run
           end-if
           open input members
           if fstatus not = zeros
               display "ERRO ABRINDO members: " fstatus
               close referrals
               stop run
           end-if
           open i-o payments
           if fstatus = "35"
               open output payments
               close payments
               open i-o payments
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO payments: " fstatus
               close referrals
               close members
               stop run
           end-if
           open output report-out
           move function current-date(1:8) to wtoday
           compute wtoday-int = function integer-of-date(wtoday)
           move wref-credit to wamt-display
           move spaces to report-line
           string "REFERRAL CREDITS " wtoday
                  "  CREDIT " wamt-display
                  "  CLEARING DAYS " wref-clear
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move "00" to wf-fstatus
           move low-values to ref-login
           start referrals key is not less than ref-login
               invalid key move "10" to wf-fstatus
           end-start
           if wf-fstatus not = "10"
               read referrals next
                   at end move "10" to wf-fstatus
               end-read
           end-if
           perform until wf-fstatus = "10"
               if ref-pending
                   perform check-referral
               end-if
               read referrals next
                   at end move "10" to wf-fstatus
               end-read
           end-perform
           move spaces to report-line
           write report-line
           move wcreditedtotal to wtot-display
           move spaces to report-line
           string "CREDITED: " wcreditedcount
                  "  AMOUNT: " wtot-display
                  "  VOIDED: " wvoidcount
                  "  STILL PENDING: " wpendingcount
               delimited by size into report-line
           end-string
           write report-line
           close referrals
           close members
           close payments
           close report-out
           move "OK   " to wrl-phase
           move wcreditedcount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       check-referral.
           move ref-login to login
           read members invalid key
               move "REFERRED MEMBER GONE" to wnote
               perform void-referral
               exit paragraph
           end-read
           if resign-date not = spaces or merged-into not = spaces
               move "REFERRED MEMBER LEFT" to wnote
               perform void-referral
               exit paragraph
           end-if
           move ref-referrer to login
           read members invalid key
               move "REFERRER GONE" to wnote
               perform void-referral
               exit paragraph
           end-read
           if resign-date not = spaces or merged-into not = spaces
               move "REFERRER LEFT" to wnote
               perform void-referral
               exit paragraph
           end-if
           if not member-active
               add 1 to wpendingcount
               exit paragraph
           end-if
           move ref-login to wlogin
           perform find-cleared-dues
           if wfoundpay = "N"
               add 1 to wpendingcount
               exit paragraph
           end-if
           perform post-referral-credit
           if wwritten not = "Y"
               add 1 to wpendingcount
               exit paragraph
           end-if
           set ref-credited to true
           move wref-credit to ref-credit
           move wtoday      to ref-credited-on
           move wclearseq   to ref-pay-seq
           rewrite reg-referrals
           add 1 to wcreditedcount
           add wref-credit to wcreditedtotal
           move ref-referrer to wlogin
           move spaces to wsessionlogin
           move "REFERRAL-CREDIT" to waudit-op
           perform write-audit
           move "CREDITED" to wnote
           perform write-referral-line.
       void-referral.
           set ref-void to true
           rewrite reg-referrals
           add 1 to wvoidcount
           perform write-referral-line.
       find-cleared-dues.
      *> The member's first dues payment is the earliest one, so the
      *> walk stops at the first that qualifies.
           move "N" to wfoundpay
           move spaces to wclearseq
           move "00" to wp-fstatus
           move low-values to pay-key
           move wlogin to pay-login
           start payments key is not less than pay-key
               invalid key move "10" to wp-fstatus
           end-start
           if wp-fstatus not = "10"
               read payments next
                   at end move "10" to wp-fstatus
               end-read
           end-if
           perform until wp-fstatus = "10" or pay-login <> wlogin
                   or wfoundpay = "Y"
               if pay-kind-payment and pay-cat-dues
                       and pay-reversed not = "Y"
                       and pay-amount > zeros
                       and pay-seq(1:8) is numeric
                   move pay-seq(1:8) to wdatecheck
                   compute wpaid-int =
                       function integer-of-date(wdatecheck)
                   if wtoday-int - wpaid-int >= wref-clear
                       move "Y" to wfoundpay
                       move pay-seq to wclearseq
                   end-if
               end-if
               read payments next
                   at end move "10" to wp-fstatus
               end-read
           end-perform.
       post-referral-credit.
           initialize reg-payments
           move ref-referrer to pay-login
           move function current-date(1:14) to pay-seq
           move wref-credit to pay-amount
           move "ADJUSTMENT" to pay-method
           move spaces to pay-due-date
           set pay-kind-adj-credit to true
           move "REFERRAL" to pay-reason
           move spaces to pay-orig-seq
           move "N" to pay-reversed
           move zeros to pay-receipt
           move "REFERRAL-CREDIT" to pay-operator
           move "N" to wwritten
           move zeros to wretry9
           perform until wwritten = "Y" or wretry9 > 5
               write reg-payments
                   invalid key
                       add 1 to wretry9
                       move pay-seq to wseqbump
                       add 1 to wseqbump
                       move wseqbump to pay-seq
                   not invalid key
                       move "Y" to wwritten
               end-write
           end-perform.
       write-referral-line.
           move spaces to report-line
           string ref-referrer(1:30) " REFERRED " ref-login(1:30)
                  " " ref-recorded " " wnote
               delimited by size into report-line
           end-string
           write report-line.
       copy "audit-log.cpy".
