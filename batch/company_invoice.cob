           end-if
           perform until wi-fstatus = "10"
                   or inv-login not = cmp-bill-login
               if inv-open and inv-cat-dues
                   move "Y" to whasopeninv
               end-if
               read invoices next
           end-string
           move spaces to inv-disc-code
           move zeros to inv-discount
           move spaces to inv-category
           write reg-invoices
           add 1 to wbilled
           move wcompany-total to wamt-display
