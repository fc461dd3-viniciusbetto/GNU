           end-if
           perform until wp-fstatus = "10"
                   or inv-login <> wmemberlogin
               if inv-open and inv-cat-dues
                   compute wopen-amount =
                       wopen-amount + inv-amount - inv-paid
               end-if
