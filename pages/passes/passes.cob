               ' size="9">'
               ' Method: <input type="text" name="passmethod"'
               ' size="10" value="CASH">'
               ' Voucher no: <input type="text" name="passvoucher"'
               ' size="9">'
               '<input type="submit" value="Sell Pass">'
               '</form>'
           end-display
