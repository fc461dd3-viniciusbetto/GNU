           copy "resources.sel".
           copy "resout.sel".
           copy "bookings.sel".
           copy "bookrates.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "resources.cpy".
       copy "resout.cpy".
       copy "bookings.cpy".
       copy "bookrates.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wo-fstatus        pic xx    value "00".
       01  wresclosed        pic x(01) value "N".
       01  wclosedreason     pic x(40) value spaces.
       01  wratesopen        pic x(01) value "N".
       01  wpeak-display     pic zzzz9,99.
       01  woffpeak-display  pic zzzz9,99.
       01  wnotice-display   pic zz9.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
               close resources
               open input resources
           end-if
           move "N" to wratesopen
           open input bookrates
           if fstatus = zeros
               move "Y" to wratesopen
           end-if
           display
               '<h3>Facility Booking</h3>'
               '<table border="1">'
               '<tr><th>Id</th><th>Resource</th><th>Status</th>'
               '<th>Off-peak</th><th>Peak (from 17:00)</th>'
               '<th>Refund notice</th></tr>'
           end-display
           move "00" to wr-fstatus
           move zeros to res-id
               end-read
           end-if
           perform until wr-fstatus = "10"
               perform load-resource-rate
               display
                   '<tr>'
                   '<td>' res-id '</td>'
                   '<td>' res-name '</td>'
                   '<td>' res-status '</td>'
                   '<td>' woffpeak-display '</td>'
                   '<td>' wpeak-display '</td>'
                   '<td>' wnotice-display ' h</td>'
                   '</tr>'
               end-display
               read resources next
               '</form>'
           end-display
           close resources
           if wratesopen = "Y"
               close bookrates
           end-if
      *> The form echoes properly padded values back, but a first
      *> hand-typed resource id ("1") arrives space-padded -- NUMVAL
      *> plus loud validation, not a silent class-test skip that
               ' (zero = no limit)'
               '<input type="submit" value="Save Rules">'
               '</form>'
               '<form name="rateform" method="post"'
               ' action="bookings_submit.exe">'
               '<input type="hidden" name="token" value="' wtoken '">'
               '<input type="hidden" name="opcao" value="setrate">'
               'Booking fee -- resource: <input type="text"'
               ' name="resid" size="4">'
               '<input type="hidden" name="bdate" value="">'
               '<input type="hidden" name="slot" value="">'
               '<input type="hidden" name="resname" value="">'
               '<input type="hidden" name="bdate2" value="">'
               '<input type="hidden" name="seriesid" value="">'
               '<input type="hidden" name="outreason" value="">'
               '<input type="hidden" name="rtype" value="">'
               '<input type="hidden" name="rmaxopen" value="">'
               '<input type="hidden" name="rmaxpeak" value="">'
               '<input type="hidden" name="rhorizon" value="">'
               '<input type="hidden" name="reqcert" value="">'
               ' Peak: <input type="text" name="peak" size="8">'
               ' Off-peak: <input type="text" name="offpeak"'
               ' size="8">'
               '<br>Discounted member types: <input type="text"'
               ' name="disctypes" size="6">'
               ' Discount %: <input type="text" name="discpct"'
               ' size="3">'
               ' Refund notice (hours): <input type="text"'
               ' name="notice" size="3">'
               '<input type="submit" value="Save Fee">'
               '</form>'
           end-display
           copy "footer_html.cpy".
           stop run.
       load-resource-rate.
      *> A resource with no rate row books free.
           move zeros to wpeak-display woffpeak-display
               wnotice-display
           if wratesopen = "N"
               exit paragraph
           end-if
           move res-id to brt-resource
           read bookrates invalid key
               exit paragraph
           end-read
           move brt-peak         to wpeak-display
           move brt-offpeak      to woffpeak-display
           move brt-notice-hours to wnotice-display.
       show-availability.
           perform check-day-closed
           if wresclosed = "Y"
