               '<input type="hidden" name="gstatus" value="">'
               ' New login: <input type="text" name="newlogin"'
               ' size="20">'
               ' Referred by member ID (blank = sponsor):'
               ' <input type="text" name="refby" size="9">'
               '<input type="submit" value="Convert to Member">'
               '</form>'
           end-display
