               ' Member login: <input type="text" name="mlogin"'
               ' size="20">'
               '<input type="hidden" name="itemdesc" value="">'
               '<input type="hidden" name="itemcost" value="">'
               '<input type="hidden" name="retreason" value="">'
               '<input type="hidden" name="reqcert" value="">'
               ' Deposit: <input type="text" name="deposit"'
               ' size="10">'
               ' Method: <input type="text" name="paymethod"'
               ' size="10" value="CASH">'
               '<input type="submit" value="Check Out">'
               '</form>'
               '<form name="inform" method="post"'
