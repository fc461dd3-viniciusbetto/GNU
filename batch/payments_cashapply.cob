           end-if
           perform until wv-fstatus = "10"
                   or inv-login <> wmemberlogin
               if inv-cat-dues
                   add inv-paid to wallocated
               end-if
               read invoices next
                   at end move "10" to wv-fstatus
               end-read
           perform until wv-fstatus = "10"
                   or inv-login <> wmemberlogin
                   or wpool <= zeros
               if inv-open and inv-cat-dues
                   if wpool >= inv-amount - inv-paid
                       compute wpool =
                           wpool - (inv-amount - inv-paid)
