           02 msg-class     pic x(01) value "N".
               88 msg-urgent    value "U".
           02 msg-login     pic x(60) value spaces.
           02 msg-campaign  pic 9(09) value zeros.
