               '<input type="hidden" name="token" value="' wtoken '">'
               'Month (CCYYMM): <input type="text" name="budmonth"'
               ' size="6">'
               ' Category (DU/DO/EV/ME/TA, XP expenses): '
               '<input type="text" name="budcat" size="2">'
               ' Amount: <input type="text" name="budamount"'
               ' size="12">'
