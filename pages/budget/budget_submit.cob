           move warray(4) to wamount-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
           end-if
           if wcat-in not = "DU" and wcat-in not = "DO"
                   and wcat-in not = "EV" and wcat-in not = "ME"
                   and wcat-in not = "TA" and wcat-in not = "XP"
               move "INVALID CATEGORY (DU/DO/EV/ME/TA/XP) !!"
                   to wmsgweb
               go redir-budget
           end-if
           if wamount-in not numeric
