           perform until ws-fstatus = "10"
                   or inv-login <> wcredlogin
                   or wsettle-left = zeros
               if inv-open and inv-cat-dues
                   if wsettle-left >= inv-amount - inv-paid
                       compute wsettle-left =
                           wsettle-left - (inv-amount - inv-paid)
