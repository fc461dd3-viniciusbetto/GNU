               '<h3>Bar and Canteen Price List</h3>'
               '<table border="1">'
               '<tr><th>Code</th><th>Description</th><th>Price</th>'
               '<th>Active</th><th>Tax Code</th></tr>'
           end-display
           move "00" to wp-fstatus
           move low-values to plc-code
                   '<td>' plc-desc '</td>'
                   '<td>' wprice-display '</td>'
                   '<td>' plc-active '</td>'
                   '<td>' plc-tax-code '</td>'
                   '</tr>'
               end-display
               read pricelist next
               ' Price: <input type="text" name="plcprice" size="7">'
               ' Active (A/X): <input type="text" name="plcactive"'
               ' size="1" value="A">'
               ' Tax code (blank = ST): '
               '<input type="text" name="plctax" size="2">'
               '<input type="submit" value="Save Item">'
               '</form>'
           end-display
