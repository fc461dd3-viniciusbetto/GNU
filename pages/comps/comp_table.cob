       identification division.
       program-id. comp_table.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "comps.sel".
           copy "compent.sel".
           copy "compfix.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "comps.cpy".
       copy "compent.cpy".
       copy "compfix.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wq-fstatus        pic xx    value "00".
       01  wcomp-n           pic 9(09) value zeros.
       01  wentcount         pic 9(04) value zeros.
       01  wfixcount         pic 9(04) value zeros.
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
       01  wdiff-display     pic -(4)9.
       01  wstate-display    pic x(12) value spaces.
       01  wscore-display    pic x(07) value spaces.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wcompid-in     pic x(09).
           02 filler         pic x(5959).
       copy "lnk-general.cpy".
       procedure division.
      *> Current table of one competition, open to every member as
      *> the noticeboard sheet was: a league by points then score
      *> difference, a ladder or knockout by rung or seed (knockout
      *> losers marked OUT), then every fixture with its court time
      *> and score.
           display
               "Content-type: text/html"
               newline
           end-display
           move "comp_table" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           move warray(1) to wtoken-in
           move warray(2) to wcompid-in
           move wtoken-in to wtoken
           perform validate-token.
           move function numval(wcompid-in) to wcomp-n
           open input comps
           if fstatus not = zeros
               move "COMPETITION NOT FOUND !!" to wmsgweb
               go redir-comps
           end-if
           move wcomp-n to cmp-id
           read comps invalid key
               move "COMPETITION NOT FOUND !!" to wmsgweb
               close comps
               go redir-comps
           end-read
           close comps
           copy "header_html.cpy".
           copy "menu_html.cpy".
           display
               '<h3>' function trim(cmp-name) '</h3>'
           end-display
           if cmp-finished
               display
                   '<p><b>Winner: ' function trim(cmp-winner)
                   '</b></p>'
               end-display
           end-if
           perform load-table
           perform sort-table
           display
               '<table border="1">'
               '<tr><th>Place</th><th>Member</th><th>P</th>'
               '<th>W</th><th>D</th><th>L</th><th>For</th>'
               '<th>Against</th><th>Diff</th><th>Points</th>'
               '<th></th></tr>'
           end-display
           perform varying widx from 1 by 1 until widx > wentcount
               move went-diff(widx) to wdiff-display
               move spaces to wstate-display
               if went-status(widx) = "O"
                   move "OUT" to wstate-display
               end-if
               display
                   '<tr><td>' widx '</td>'
                   '<td>' function trim(went-login(widx)) '</td>'
                   '<td>' went-played(widx) '</td>'
                   '<td>' went-won(widx) '</td>'
                   '<td>' went-drawn(widx) '</td>'
                   '<td>' went-lost(widx) '</td>'
                   '<td>' went-for(widx) '</td>'
                   '<td>' went-against(widx) '</td>'
                   '<td>' wdiff-display '</td>'
                   '<td>' went-points(widx) '</td>'
                   '<td>' wstate-display '</td></tr>'
               end-display
           end-perform
           display
               '</table>'
               '<h4>Fixtures</h4>'
               '<table border="1">'
               '<tr><th>No</th><th>Round</th><th>Home</th>'
               '<th>Away</th><th>Date</th><th>Court</th>'
               '<th>Slot</th><th>Score</th><th>State</th></tr>'
           end-display
           perform list-fixtures
           display
               '</table>'
               '<p>Entrants: ' wentcount '  Fixtures: ' wfixcount
               '</p>'
           end-display
           copy "footer_html.cpy".
           stop run.
       redir-comps.
           move "post"      to wmethod
           move "comps.exe" to wexec
           perform openprogram
           stop run.
       load-table.
           open input compent
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wq-fstatus
           move wcomp-n    to cpe-comp
           move low-values to cpe-login
           start compent key is not less than cpe-key
               invalid key move "10" to wq-fstatus
           end-start
           if wq-fstatus not = "10"
               read compent next
                   at end move "10" to wq-fstatus
               end-read
           end-if
           perform until wq-fstatus = "10" or cpe-comp <> wcomp-n
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
           end-perform
           close compent.
       sort-table.
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
       list-fixtures.
           open input compfix
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wq-fstatus
           move wcomp-n to cfx-comp
           move zeros   to cfx-no
           start compfix key is not less than cfx-key
               invalid key move "10" to wq-fstatus
           end-start
           if wq-fstatus not = "10"
               read compfix next
                   at end move "10" to wq-fstatus
               end-read
           end-if
           perform until wq-fstatus = "10" or cfx-comp <> wcomp-n
               add 1 to wfixcount
               move spaces to wscore-display
               evaluate true
                   when cfx-played
                       move "PLAYED" to wstate-display
                       string cfx-home-score delimited by size
                              " - " delimited by size
                              cfx-away-score delimited by size
                           into wscore-display
                       end-string
                   when cfx-bye
                       move "BYE" to wstate-display
                   when cfx-unscheduled
                       move "NO COURT YET" to wstate-display
                   when other
                       move "SCHEDULED" to wstate-display
               end-evaluate
               display
                   '<tr><td>' cfx-no '</td>'
                   '<td>' cfx-round '</td>'
                   '<td>' function trim(cfx-home) '</td>'
                   '<td>' function trim(cfx-away) '</td>'
                   '<td>' cfx-date '</td>'
                   '<td>' cfx-resource '</td>'
                   '<td>' cfx-slot '</td>'
                   '<td>' wscore-display '</td>'
                   '<td>' wstate-display '</td></tr>'
               end-display
               read compfix next
                   at end move "10" to wq-fstatus
               end-read
           end-perform
           close compfix.
           copy "session-check.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
