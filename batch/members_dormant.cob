       environment division.
       input-output section.
       file-control.
           copy "mextract.sel".
           select report-out assign to "members-dormant.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "mextract.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       78  wdormant-days-default value 30.
       01  wdormant-days-env pic x(03) value spaces.
       01  wdormant-days     pic 9(03) value zeros.
       01  wtoday            pic 9(08) value zeros.
       01  wtoday-int        pic s9(09) comp.
       01  wvisit-int        pic s9(09) comp.
       01  wdayssince        pic s9(09) value zeros.
       01  wdatecheck        pic 9(08) value zeros.
       01  wcheckedcount     pic 9(06) value zeros.
       01  wdormantcount     pic 9(06) value zeros.
       01  wrl-job           pic x(30) value "MEMBERS-DORMANT".
      *> The call-them-before-they-cancel list: members in good dues
      *> standing who have not checked in at the kiosk for
      *> DORMANT_DAYS (default 30). MEMBERS-CHURN knows who lapsed
      *> after the fact; this takes each member's standing and last
      *> check-in from the nightly member extract to catch who is
      *> about to -- the membership secretary phones down this list
      *> while they are still members.
           move wdormant-days-default to wdormant-days
           accept wdormant-days-env from environment "DORMANT_DAYS"
           if wdormant-days-env is numeric
           call "runlog" using wrl-job wrl-phase wrl-count
           move function current-date(1:8) to wtoday
           compute wtoday-int = function integer-of-date(wtoday)
           perform open-mextract
           open output report-out
           move spaces to report-line
           string "DORMANT MEMBER OUTREACH LIST " wtoday
           write report-line
           move spaces to report-line
           write report-line
           perform until fstatus = "10"
               if mx-active and not mx-suspended
                   add 1 to wcheckedcount
                   perform consider-member
               end-if
               read mextract next record
                   at end move "10" to fstatus
               end-read
           end-perform.
           move spaces to report-line
           write report-line
               into report-line
           end-string
           write report-line
           close mextract
           close report-out
           move "OK   " to wrl-phase
           move wdormantcount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       consider-member.
      *> Good standing only -- a member already overdue belongs to
      *> the dunning flow, not the outreach call list.
           if not mx-dues-current
               exit paragraph
           end-if
           if mx-last-visit = spaces
               move spaces to report-line
               string mx-login delimited by size
                      "  " delimited by size
                      mx-phone delimited by size
                      "  NEVER CHECKED IN" delimited by size
                   into report-line
               end-string
               add 1 to wdormantcount
               exit paragraph
           end-if
           move mx-last-visit to wdatecheck
           compute wvisit-int = function integer-of-date(wdatecheck)
           compute wdayssince = wtoday-int - wvisit-int
           if wdayssince > wdormant-days
               move spaces to report-line
               string mx-login delimited by size
                      "  " delimited by size
                      mx-phone delimited by size
                      "  LAST VISIT " delimited by size
                      mx-last-visit delimited by size
                      "  (" delimited by size
                      wdayssince delimited by size
                      " DAYS)" delimited by size
               write report-line
               add 1 to wdormantcount
           end-if.
       copy "mextract-open.cpy".
