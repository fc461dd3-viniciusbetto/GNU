       identification division.
       program-id. comps-standings.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "comps.sel".
           copy "compent.sel".
           copy "compfix.sel".
           select report-out assign to "comps-standings.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "comps.cpy".
           copy "compent.cpy".
           copy "compfix.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wc-fstatus        pic xx     value "00".
       01  wq-fstatus        pic xx     value "00".
       01  wcompcount        pic 9(04) value zeros.
       01  wentcount         pic 9(04) value zeros.
       01  wplayed-fix       pic 9(05) value zeros.
       01  wopen-fix         pic 9(05) value zeros.
       01  widx              pic 9(04) value zeros.
       01  wswapped          pic x(01) value "N".
       01  wentry-table.
           02 wentry occurs 32 times.
               03 went-login   pic x(60).
               03 went-pos     pic 9(04).
               03 went-played  pic 9(03).
               03 went-won     pic 9(03).
               03 went-drawn   pic 9(03).
               03 went-lost    pic 9(03).
               03 went-for     pic 9(04).
               03 went-against pic 9(04).
               03 went-points  pic 9(04).
               03 went-diff    pic s9(05).
               03 went-status  pic x(01).
       01  wentry-hold       pic x(97).
       01  wplace-display    pic zz9.
       01  wdiff-display     pic -(4)9.
       01  wformat-display   pic x(08) value spaces.
       01  wout-display      pic x(03) value spaces.
       01  wrl-job           pic x(30) value "COMPS-STANDINGS".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       standings-main.
      *> Printed standings for the noticeboard: every competition in
      *> play, its table -- a league by points then score difference,
      *> a ladder by rung, a knockout by seed with the beaten marked
      *> OUT -- and how many fixtures are played and still to play.
      *> Finished competitions print their winner only.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           open input comps
           if fstatus not = zeros
               display "ERRO ABRINDO comps: " fstatus
               stop run
           end-if
           open input compent
           if fstatus = "35"
               open output compent
               close compent
               open input compent
           end-if
           open input compfix
           if fstatus = "35"
               open output compfix
               close compfix
               open input compfix
           end-if
           open output report-out
           move spaces to report-line
           string "COMPETITION STANDINGS " delimited by size
                  function current-date(1:8) delimited by size
               into report-line
           end-string
           write report-line
           move "00" to wc-fstatus
           move zeros to cmp-id
           start comps key is not less than cmp-id
               invalid key move "10" to wc-fstatus
           end-start
           if wc-fstatus not = "10"
               read comps next
                   at end move "10" to wc-fstatus
               end-read
           end-if
           perform until wc-fstatus = "10"
               if not cmp-entry-open
                   add 1 to wcompcount
                   perform print-competition
               end-if
               read comps next
                   at end move "10" to wc-fstatus
               end-read
           end-perform
           close compfix
           close compent
           close comps
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "COMPETITIONS PRINTED: " wcompcount
               delimited by size into report-line
           end-string
           write report-line
           close report-out
           display "COMPETITIONS PRINTED: " wcompcount
           move "OK   " to wrl-phase
           move wcompcount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       print-competition.
           evaluate true
               when cmp-league   move "LEAGUE"   to wformat-display
               when cmp-knockout move "KNOCKOUT" to wformat-display
               when other        move "LADDER"   to wformat-display
           end-evaluate
           move spaces to report-line
           write report-line
           move spaces to report-line
           string cmp-id delimited by size
                  "  " delimited by size
                  cmp-name delimited by size
                  "  " delimited by size
                  wformat-display delimited by size
               into report-line
           end-string
           write report-line
           if cmp-finished
               move spaces to report-line
               string "   FINISHED -- WINNER " delimited by size
                      cmp-winner delimited by size
                   into report-line
               end-string
               write report-line
               exit paragraph
           end-if
           perform load-table
           perform sort-table
           move spaces to report-line
           string "   PL MEMBER                        "
                  "   P   W   D   L  FOR AGNST  DIFF  PTS"
               delimited by size into report-line
           end-string
           write report-line
           perform varying widx from 1 by 1 until widx > wentcount
               move widx to wplace-display
               move went-diff(widx) to wdiff-display
               move spaces to wout-display
               if went-status(widx) = "O"
                   move "OUT" to wout-display
               end-if
               move spaces to report-line
               string "  " wplace-display " " went-login(widx)(1:30)
                      " " went-played(widx) " " went-won(widx)
                      " " went-drawn(widx) " " went-lost(widx)
                      "  " went-for(widx) "  " went-against(widx)
                      " " wdiff-display " " went-points(widx)
                      " " wout-display
                   delimited by size into report-line
               end-string
               write report-line
           end-perform
           perform count-fixtures
           move spaces to report-line
           string "   FIXTURES PLAYED " wplayed-fix
                  "  STILL TO PLAY " wopen-fix
               delimited by size into report-line
           end-string
           write report-line.
       load-table.
           move zeros to wentcount
           move "00" to wq-fstatus
           move cmp-id     to cpe-comp
           move low-values to cpe-login
           start compent key is not less than cpe-key
               invalid key move "10" to wq-fstatus
           end-start
           if wq-fstatus not = "10"
               read compent next
                   at end move "10" to wq-fstatus
               end-read
           end-if
           perform until wq-fstatus = "10" or cpe-comp <> cmp-id
               if wentcount < 32
                   add 1 to wentcount
                   move cpe-login    to went-login(wentcount)
                   move cpe-position to went-pos(wentcount)
                   move cpe-played   to went-played(wentcount)
                   move cpe-won      to went-won(wentcount)
                   move cpe-drawn    to went-drawn(wentcount)
                   move cpe-lost     to went-lost(wentcount)
                   move cpe-for      to went-for(wentcount)
                   move cpe-against  to went-against(wentcount)
                   move cpe-points   to went-points(wentcount)
                   compute went-diff(wentcount) =
                       cpe-for - cpe-against
                   move cpe-status   to went-status(wentcount)
               end-if
               read compent next
                   at end move "10" to wq-fstatus
               end-read
           end-perform.
       sort-table.
      *> Same order COMP_TABLE shows on screen.
           move "Y" to wswapped
           perform until wswapped = "N"
               move "N" to wswapped
               perform varying widx from 1 by 1
                       until widx >= wentcount
                   if (cmp-league
                       and (went-points(widx) < went-points(widx + 1)
                         or (went-points(widx) = went-points(widx + 1)
                         and went-diff(widx) < went-diff(widx + 1))))
                    or (not cmp-league
                       and went-pos(widx) > went-pos(widx + 1))
                       move wentry(widx) to wentry-hold
                       move wentry(widx + 1) to wentry(widx)
                       move wentry-hold to wentry(widx + 1)
                       move "Y" to wswapped
                   end-if
               end-perform
           end-perform.
       count-fixtures.
           move zeros to wplayed-fix wopen-fix
           move "00" to wq-fstatus
           move cmp-id to cfx-comp
           move zeros  to cfx-no
           start compfix key is not less than cfx-key
               invalid key move "10" to wq-fstatus
           end-start
           if wq-fstatus not = "10"
               read compfix next
                   at end move "10" to wq-fstatus
               end-read
           end-if
           perform until wq-fstatus = "10" or cfx-comp <> cmp-id
               if cfx-played
                   add 1 to wplayed-fix
               else
                   if not cfx-bye
                       add 1 to wopen-fix
                   end-if
               end-if
               read compfix next
                   at end move "10" to wq-fstatus
               end-read
           end-perform.
