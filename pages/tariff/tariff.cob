               '<h3>Dues Tariff by Member Type</h3>'
               '<table border="1">'
               '<tr><th>Type</th><th>Amount</th>'
               '<th>Period Days</th><th>Grace Days</th>'
               '<th>Tax Code</th></tr>'
           end-display
           move "00" to wt-fstatus
           move low-values to trf-type
                   '<td>' wamt-display '</td>'
                   '<td>' trf-period-days '</td>'
                   '<td>' trf-grace-days '</td>'
                   '<td>' trf-tax-code '</td>'
                   '</tr>'
               end-display
               read tariff next
               ' (blank = leave as is)'
               ' Tab limit: <input type="text" name="tablimit"'
               ' size="8">'
               ' Tax code (blank = EX): <input type="text"'
               ' name="trftax" size="2">'
               '<input type="submit" value="Save Tariff">'
               '</form>'
           end-display
