               'Postal code: <input type="text" name="postal"><br>'
               'Branch (blank = MAI): '
               '<input type="text" name="branch" size="3"><br>'
               'Referred by member ID (optional): '
               '<input type="text" name="refby" size="9"><br>'
               '<input type="submit" value="Register">'
               '</form>'
           end-display.
