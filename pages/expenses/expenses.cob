               '<h3>Expenses</h3>'
               '<table border="1">'
               '<tr><th>Seq</th><th>Date</th><th>Category</th>'
               '<th>Payee</th><th>Amount</th><th>Operator</th>'
               '<th>Repeats</th></tr>'
           end-display
           move "00" to we-fstatus
           move zeros to exp-seq
                   '<td>' exp-payee '</td>'
                   '<td>' wamt-display '</td>'
                   '<td>' exp-operator '</td>'
                   '<td>' exp-recurring '</td>'
                   '</tr>'
               end-display
               read expenses next
               ' size="30">'
               ' Amount: <input type="text" name="expamount"'
               ' size="10">'
               ' Repeats (W/M/Q/A, blank once): '
               '<input type="text" name="exprecur" size="1">'
               '<input type="submit" value="Record Expense">'
               '</form>'
           end-display
