           copy "notes.sel".
           copy "memdocs.sel".
           copy "emergency.sel".
           copy "readlog.sel".
           copy "offroles.sel".
           copy "offices.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "notes.cpy".
       copy "memdocs.cpy".
       copy "emergency.cpy".
       copy "readlog.cpy".
       copy "offroles.cpy".
       copy "offices.cpy".
       copy "errlog.cpy".
       working-storage section.
       01  wrecebemethod pic x(256) value spaces.
               03 wnt-text     pic x(200).
       01  wnt-idx           pic 9(02) value zeros.
       01  wn-fstatus        pic xx    value "00".
       01  wo-fstatus        pic xx    value "00".
       01  woffice-count     pic 9(03) value zeros.
       01  woffice-state     pic x(12) value spaces.
       01  woffice-today     pic x(08) value spaces.
       01  wdisplaybalance   pic zzzzz9,99.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           copy "editmember_html.cpy".
           perform show-documents
           perform show-emergency
           perform show-offices
           perform show-notes
           copy "footer_html.cpy".
           close members
               move wlogin to emg-login
           end-read
           close emergency
           move "EMERGENCY" to wreadscreen
           perform write-read-log
           display
               '<h4>Emergency Information</h4>'
               '<p>Contact: ' emg-contact-name
               if emg-medical not = spaces
                   move "MEDVIEW" to waudit-op
                   perform write-audit
                   move "MEDICAL" to wreadscreen
                   perform write-read-log
               end-if
               display
                   '<p>Medical notes: ' emg-medical '</p>'
               '<input type="submit" value="Save Emergency Info">'
               '</form>'
           end-display.
       show-offices.
      *> Committee roles the member has held or holds, from the
      *> OFFICES register. It is keyed by role, so the whole file is
      *> read; it holds a few rows a year.
           open input offices
           if fstatus not = zeros
               exit paragraph
           end-if
           open input offroles
           move function current-date(1:8) to woffice-today
           move "00" to wo-fstatus
           move low-values to ofc-key
           start offices key is not less than ofc-key
               invalid key move "10" to wo-fstatus
           end-start
           if wo-fstatus not = "10"
               read offices next
                   at end move "10" to wo-fstatus
               end-read
           end-if
           perform until wo-fstatus = "10"
               if ofc-login = wlogin
                   if woffice-count = zeros
                       display
                           '<h4>Offices Held</h4>'
                           '<table border="1">'
                           '<tr><th>Role</th><th>Start</th>'
                           '<th>End</th><th>Status</th></tr>'
                       end-display
                   end-if
                   add 1 to woffice-count
                   move ofc-role to orl-code
                   read offroles invalid key
                       move ofc-role to orl-name
                   end-read
                   evaluate true
                       when ofc-stood-down
                           move "STOOD DOWN" to woffice-state
                       when ofc-end < woffice-today
                           move "TERM ENDED" to woffice-state
                       when ofc-start > woffice-today
                           move "NOT STARTED" to woffice-state
                       when other
                           move "IN OFFICE"  to woffice-state
                   end-evaluate
                   display
                       '<tr><td>' function trim(orl-name) '</td>'
                       '<td>' ofc-start '</td>'
                       '<td>' ofc-end '</td>'
                       '<td>' woffice-state '</td></tr>'
                   end-display
               end-if
               read offices next
                   at end move "10" to wo-fstatus
               end-read
           end-perform
           if woffice-count > zeros
               display
                   '</table>'
               end-display
           end-if
           close offroles
           close offices.
       show-notes.
      *> Contact log for the sticky notes and the spiral notebook:
      *> the member's NOTES rows, newest first. NOTE-KEY is
               end-read
           end-perform
           close notes
           move "NOTES" to wreadscreen
           perform write-read-log
           display
               '<h4>Notes / Contact Log</h4>'
               '<table border="1">'
           copy "permission-check.cpy".
           copy "field-access.cpy".
           copy "audit-log.cpy".
           copy "readlog-write.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
