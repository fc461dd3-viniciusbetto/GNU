       environment division.
       input-output section.
       file-control.
           copy "mextract.sel".
           select roll-out assign to "election-roll.txt"
               organization is line sequential
               file status is wr-fstatus.
               file status is wt-fstatus.
       data division.
       file section.
           copy "mextract.cpy".
       fd  roll-out.
       01  roll-line        pic x(132).
       fd  away-out.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wt-fstatus        pic xx     value "00".
       78  wmin-months-default value 6.
       01  wmin-months-env   pic x(03) value spaces.
       01  wmin-months       pic 9(03) value zeros.
       01  wdue-int          pic s9(09) comp.
       01  wjoin-int         pic s9(09) comp.
       01  wdaysoverdue      pic s9(09) value zeros.
       01  wlastdue          pic 9(08) value zeros.
       01  wjoin-n           pic 9(08) value zeros.
       01  wreason           pic x(50) value spaces.
       01  weligible         pic 9(05) value zeros.
       01  wturnedaway       pic 9(05) value zeros.
       01  wrl-job           pic x(30) value "ELECTION-ROLL".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       election-main.
      *> The two volunteers' evening, automated: applies the bylaw
      *> rule -- active, not suspended, dues current as of the
      *> cutoff date (the standing the nightly member extract gives
      *> every report, judged through the household bill-payer
      *> where one is set), and a member for at least
      *> ELECTION_MIN_MONTHS from JOIN-DATE -- and produces a
      *> signable voter roll with the quorum count, plus a
      *> turned-away list naming the specific rule each ineligible
      *> member fails. ELECTION_CUTOFF (CCYYMMDD) defaults to today;
      *> a cutoff other than the extract's own date is judged from
      *> the extract's last due date and the member type's grace.
           move wmin-months-default to wmin-months
           accept wmin-months-env from environment
               "ELECTION_MIN_MONTHS"
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           compute wcutoff-int = function integer-of-date(wcutoff)
           perform open-mextract
           open output roll-out
           open output away-out
           move spaces to roll-line
           move spaces to away-line
           move "INELIGIBLE FOR VOTE -- WITH REASON" to away-line
           write away-line
           perform until fstatus = "10"
               perform judge-member
               read mextract next record
                   at end move "10" to fstatus
               end-read
           end-perform.
           move spaces to roll-line
           write roll-line
               delimited by size into away-line
           end-string
           write away-line
           close mextract
           close roll-out
           close away-out
           move "OK   " to wrl-phase
           move weligible to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       judge-member.
           move spaces to wreason
           if mx-pending
               exit paragraph
           end-if
           evaluate true
               when mx-inactive
                   move "NOT AN ACTIVE MEMBER" to wreason
               when mx-suspended
                   move "SUSPENDED" to wreason
               when other
                   continue
           if wreason = spaces
               add 1 to weligible
               move spaces to roll-line
               string mx-login delimited by size
                      "  " delimited by size
                      mx-name(1:40) delimited by size
                      "  SIGNATURE: ____________________"
                          delimited by size
                   into roll-line
           else
               add 1 to wturnedaway
               move spaces to away-line
               string mx-login delimited by size
                      "  " delimited by size
                      mx-name(1:40) delimited by size
                      "  " delimited by size
                      wreason delimited by size
                   into away-line
               write away-line
           end-if.
       check-tenure.
           if mx-join-date = spaces or mx-join-date not numeric
               move "NO JOIN DATE ON FILE" to wreason
               exit paragraph
           end-if
           move mx-join-date to wjoin-n
           compute wjoin-int = function integer-of-date(wjoin-n)
           if wcutoff-int - wjoin-int < wmin-months * 30
               move "MEMBER FOR LESS THAN MINIMUM TENURE" to wreason
           end-if.
       check-dues-current.
           if mx-dues-none
               move "NO DUES PAYMENT ON FILE" to wreason
               exit paragraph
           end-if
           if wcutoff = mx-asof
               if mx-dues-overdue
                   move "DUES NOT CURRENT AT CUTOFF" to wreason
               end-if
               exit paragraph
           end-if
           move mx-last-due to wlastdue
           compute wdue-int = function integer-of-date(wlastdue)
           compute wdaysoverdue = wcutoff-int - wdue-int
           if wdaysoverdue > mx-grace
               move "DUES NOT CURRENT AT CUTOFF" to wreason
           end-if.
       copy "mextract-open.cpy".
