       01  wtotal-hours      pic 9(05)v9 value zeros.
       01  whours-display    pic zzzz9,9.
       01  wrow-display      pic zz9,9.
       01  wisstaff          pic x(01) value "N".
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wlogin         pic x(60).
      *> treasurer never trusted: a member sees their own approved
      *> hours and running total (the basis of the dues credit the
      *> VOL-CREDIT batch posts), and staff key new entries from the
      *> sign-in sheets via VOLUNTEER_SUBMIT. Hours raised from a
      *> shift sign-up wait here for the coordinator to approve or
      *> reject them.
           display
               "Content-type: text/html"
               newline
               move "LOGIN NOT FOUND !!" to wmsgweb
           end-read
           perform authorize-edit.
      *> Only staff review pending hours, whoever's page it is.
           move wsessionlogin to login
           read members invalid key
               initialize reg-members
           end-read
           if member-staff or member-admin
               move "Y" to wisstaff
           end-if
           close members
           copy "header_html.cpy".
           copy "menu_html.cpy".
               '<h3>Volunteer Hours -- ' wlogin '</h3>'
               '<table border="1">'
               '<tr><th>Date</th><th>Activity</th><th>Hours</th>'
               '<th>Approved By</th><th>Status</th><th></th></tr>'
           end-display
           move "00" to wv-fstatus
           move low-values to vol-key
               end-read
           end-if
           perform until wv-fstatus = "10" or vol-login <> wlogin
               if not vol-pending and not vol-rejected
                   add vol-hours to wtotal-hours
               end-if
               move vol-hours to wrow-display
               display
                   '<tr>'
                   '<td>' wrow-display '</td>'
                   '<td>' vol-approver '</td>'
                   '<td>' vol-status '</td>'
                   '<td>'
               end-display
               if vol-pending and wisstaff = "Y"
                   perform show-review-buttons
               end-if
               display
                   '</td></tr>'
               end-display
               read volhours next
                   at end move "10" to wv-fstatus
           display
               '</table>'
               '<p>Total hours: ' whours-display
               ' (P = from a shift, awaiting the coordinator;'
               ' A = approved, awaiting credit;'
               ' C = credited to dues; R = rejected)</p>'
               '<form name="volform" method="post"'
               ' action="volunteer_submit.exe">'
               '<input type="hidden" name="login" value="' wlogin '">'
           close volhours
           copy "footer_html.cpy".
           stop run.
       show-review-buttons.
           display
               '<form name="aprform" method="post"'
               ' action="volunteer_submit.exe">'
               '<input type="hidden" name="login" value="' wlogin '">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="voldate" value="">'
               '<input type="hidden" name="activity" value="">'
               '<input type="hidden" name="hours" value="">'
               '<input type="hidden" name="opcao" value="approve">'
               '<input type="hidden" name="volseq" value="'
               vol-seq '">'
               '<input type="submit" value="Approve">'
               '</form>'
               '<form name="rejform" method="post"'
               ' action="volunteer_submit.exe">'
               '<input type="hidden" name="login" value="' wlogin '">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="voldate" value="">'
               '<input type="hidden" name="activity" value="">'
               '<input type="hidden" name="hours" value="">'
               '<input type="hidden" name="opcao" value="reject">'
               '<input type="hidden" name="volseq" value="'
               vol-seq '">'
               '<input type="submit" value="Reject">'
               '</form>'
           end-display.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
