           02 wcat-in        pic x(20).
           02 wpayee-in      pic x(60).
           02 wamount-in     pic x(10).
           02 wrecur-in      pic x(01).
           02 filler         pic x(5869).
       copy "lnk-general.cpy".
       procedure division.
      *> Writes one expense row. The treasurer's approving operator
           move warray(3) to wcat-in
           move warray(4) to wpayee-in
           move warray(5) to wamount-in
           move warray(6) to wrecur-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
               move "INVALID EXPENSE AMOUNT !!" to wmsgweb
               go redir-expenses
           end-if
           if wrecur-in not = space and wrecur-in not = "W"
                   and wrecur-in not = "M" and wrecur-in not = "Q"
                   and wrecur-in not = "A"
               move "REPEATS MUST BE W, M, Q, A OR BLANK !!" to wmsgweb
               go redir-expenses
           end-if
           perform check-period-open
           open i-o expenses
           if fstatus = "35"
           move wpayee-in  to exp-payee
           move wamount-in to exp-amount
           move wsessionlogin to exp-operator
           move wrecur-in  to exp-recurring
           write reg-expenses
           close expenses
           move wsessionlogin to wlogin
