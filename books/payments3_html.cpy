               '<option value="EV">Event</option>'
               '<option value="ME">Merchandise</option>'
               '<option value="TA">Tab settlement</option>'
               '<option value="BK">Facility booking</option>'
               '<option value="SP">Sponsorship</option>'
               '</select>'
               ' Annual prepay (Y): '
               '<input type="text" name="annual" size="1">'
               ' Gift voucher no: '
               '<input type="text" name="voucher" size="9">'
               ' Appeal code (donations): '
               '<input type="text" name="appeal" size="8">'
               '<input type="submit" value="Add Payment">'
               '</form>'
               '<form name="tabform" method="post"'
               ' Item code: <input type="text" name="tabitem"'
               ' size="6">'
               ' Qty: <input type="text" name="tabqty" size="3">'
               ' Paid by voucher no: '
               '<input type="text" name="tabvoucher" size="9">'
               ' Loyalty points: '
               '<input type="text" name="tabpoints" size="7">'
               ' (a code prices itself from the list; points alone'
               ' go on the tab as credit)'
               '<input type="submit" value="Post Tab (staff)">'
               '</form>'
               '<form name="stmtform" method="post"'
