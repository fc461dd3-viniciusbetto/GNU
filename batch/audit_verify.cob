       identification division.
       program-id. audit-verify.
       environment division.
       input-output section.
       file-control.
           copy "audit.sel".
           select report-out assign to "audit-verify.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "audit.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wcheck-line       pic x(674) value spaces.
       01  wexpected         pic x(18) value spaces.
       01  wstarted          pic x(01) value "N".
       01  wbroken           pic x(01) value "N".
       01  wreason           pic x(60) value spaces.
       01  wlinecount        pic 9(09) value zeros.
       01  wprechain         pic 9(09) value zeros.
       01  wchained          pic 9(09) value zeros.
       01  wbreak-line       pic 9(09) value zeros.
       01  wbreak-stamp      pic x(14) value spaces.
       01  wbreak-op         pic x(15) value spaces.
       01  wbreak-login      pic x(60) value spaces.
       01  wops-email        pic x(120) value spaces.
       01  wmailsubject      pic x(60) value spaces.
       01  wmailbody         pic x(200) value spaces.
       01  wrl-job           pic x(30) value "AUDIT-VERIFY".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       verify-main.
      *> Walks audit.dat and recomputes the hash chain AUDITCHAIN
      *> keeps: the first chained line must point back to the base
      *> (the closing digest of the last archived segment), every
      *> line after it to the line before, each line's own digest
      *> must still match its text, and the last digest must be the
      *> one AUDITCHAIN.DAT last handed out -- so edits, inserts,
      *> deletions and a cut-off tail all show. Lines from before
      *> chaining began (no digest) are counted and passed over.
      *> The first broken link is reported with its line number;
      *> the run then ends with return code 8 and an urgent mail to
      *> OPS_EMAIL. Runs in the nightly chain as step AUDIT-VERIFY
      *> with rule HALT, ahead of HOUSEKEEPING, so a broken trail is
      *> neither archived nor built on.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           move "Q" to wachain-mode
           call "auditchain" using wachain-mode wcheck-line
               wachain-state
           move wachain-base to wexpected
           open input audit-log
           if fstatus = "35"
               open output audit-log
               close audit-log
               open input audit-log
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO audit: " fstatus
               stop run
           end-if
           read audit-log
               at end move "10" to fstatus
           end-read
           perform until fstatus = "10" or wbroken = "Y"
               add 1 to wlinecount
               perform check-line
               read audit-log
                   at end move "10" to fstatus
               end-read
           end-perform
           close audit-log
           if wbroken = "N"
               perform check-tail
           end-if
           perform write-report
           display "AUDIT LINES: " wlinecount "  CHAINED: " wchained
               "  BROKEN: " wbroken
           if wbroken = "Y"
               perform send-alert
               move 8 to return-code
           end-if
           move "OK   " to wrl-phase
           move wchained to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       check-line.
           if audit-hash = spaces
               if wstarted = "N"
                   add 1 to wprechain
               else
                   move "LINE CARRIES NO DIGEST INSIDE THE CHAIN"
                       to wreason
                   perform mark-break
               end-if
               exit paragraph
           end-if
           move "Y" to wstarted
           if audit-prev-hash not = wexpected
               move "DOES NOT POINT TO THE LINE BEFORE IT" to wreason
               perform mark-break
               exit paragraph
           end-if
           move reg-audit to wcheck-line
           move "D" to wachain-mode
           call "auditchain" using wachain-mode wcheck-line
               wachain-state
           if wcheck-line(657:18) not = audit-hash
               move "TEXT NO LONGER MATCHES ITS DIGEST" to wreason
               perform mark-break
               exit paragraph
           end-if
           add 1 to wchained
           move audit-hash to wexpected.
       mark-break.
           move "Y" to wbroken
           move wlinecount      to wbreak-line
           move audit-timestamp to wbreak-stamp
           move audit-operation to wbreak-op
           move audit-login     to wbreak-login.
       check-tail.
      *> Nothing wrong line by line: the trail must still end where
      *> the chain last wrote, or lines were cut from the end.
           if wexpected not = wachain-last
                   or wchained not = wachain-count
               move "Y" to wbroken
               move "TRAIL ENDS SHORT OF THE LAST DIGEST WRITTEN"
                   to wreason
               compute wbreak-line = wlinecount + 1
               move spaces to wbreak-stamp wbreak-op wbreak-login
           end-if.
       write-report.
           open output report-out
           move spaces to report-line
           string "AUDIT TRAIL CHAIN CHECK "
                  function current-date(1:8)
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "LINES READ: " wlinecount delimited by size
                  "  BEFORE CHAINING: " delimited by size
                  wprechain delimited by size
                  "  CHAINED AND CHECKED: " delimited by size
                  wchained delimited by size
               into report-line
           end-string
           write report-line
           move spaces to report-line
           string "CHAIN BASE: " wachain-base delimited by size
                  "  LAST DIGEST ON FILE: " delimited by size
                  wachain-last delimited by size
               into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           if wbroken = "N"
               move "CHAIN INTACT" to report-line
               write report-line
           else
               string "** CHAIN BROKEN AT LINE " delimited by size
                      wbreak-line delimited by size
                      ": " delimited by size
                      wreason delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string "   WRITTEN " delimited by size
                      wbreak-stamp delimited by size
                      "  OPERATION " delimited by size
                      wbreak-op delimited by size
                      "  MEMBER " delimited by size
                      wbreak-login delimited by size
                   into report-line
               end-string
               write report-line
           end-if
           close report-out.
       send-alert.
           accept wops-email from environment "OPS_EMAIL"
           if wops-email = spaces
               exit paragraph
           end-if
           move "Audit trail chain broken" to wmailsubject
           move spaces to wmailbody
           string "The audit trail hash chain breaks at line "
                      delimited by size
                  wbreak-line delimited by size
                  " (" delimited by size
                  function trim(wreason) delimited by size
                  "). The nightly chain has halted."
                      delimited by size
                  " See audit-verify.txt." delimited by size
               into wmailbody
           end-string
           set environment "MSG_URGENT" to "Y"
           call "sendmail" using wops-email wmailsubject
               wmailbody
           set environment "MSG_URGENT" to "N".
