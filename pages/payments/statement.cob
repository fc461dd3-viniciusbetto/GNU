           copy "payments.sel".
           copy "invoices.sel".
           copy "audit.sel".
           copy "readlog.sel".
           copy "errlog.sel".
           select print-out assign to wprintfilename
               organization is line sequential
       copy "payments.cpy".
       copy "invoices.cpy".
       copy "audit.cpy".
       copy "readlog.cpy".
       copy "errlog.cpy".
       fd  print-out.
       01  print-line       pic x(132).
       01  wopening          pic s9(08)v99 value zeros.
       01  wbal-display      pic -zzzzzz9,99.
       01  wamt-display      pic zzzzzz9,99.
       01  wtax-display      pic zzzzzz9,99.
       01  wtax-total        pic s9(08)v99 value zeros.
       01  wtaxtot-display   pic -zzzzzz9,99.
       01  wentry-amt        pic s9(08)v99 value zeros.
       01  whavepay          pic x(01) value "N".
       01  whaveinv          pic x(01) value "N".
           move warray(5) to wemail-opt
           move wtoken-in to wtoken
           perform validate-token.
           if wemail-opt = "Y"
               move warray(2)(33:16) to wformkey-in
               perform validate-form-key
           end-if.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
           move email to wmemberemail
           move name  to wmembername
           close members
           move "STATEMENT" to wreadscreen
           perform write-read-log
           move wfrom-in to wstmt-from
           move wto-in   to wstmt-to
           if wstmt-from = spaces or wstmt-from not numeric
                       end-string
                       perform emit-line
                   end-if
                   if inv-tax > zeros
                       move inv-tax to wtax-display
                       move spaces to print-line
                       string "          INCL TAX " delimited by size
                              inv-tax-code delimited by size
                              " " delimited by size
                              wtax-display delimited by size
                           into print-line
                       end-string
                       perform emit-line
                   end-if
               end-if
           end-if.
       apply-payment-entry.
                   end-string
                   perform emit-line
                   add 1 to wlinecount
      *> Tax is carried on the payment-side rows (desk sales, tab
      *> charges, passes); a reversal takes its tax back out.
                   if pay-tax > zeros
                       move pay-tax to wtax-display
                       move spaces to print-line
                       string "          INCL TAX " delimited by size
                              pay-tax-code delimited by size
                              " " delimited by size
                              wtax-display delimited by size
                           into print-line
                       end-string
                       perform emit-line
                       if pay-kind-reversal
                           subtract pay-tax from wtax-total
                       else
                           add pay-tax to wtax-total
                       end-if
                   end-if
               end-if
           end-if.
       write-opening.
                  wbal-display delimited by size
               into print-line
           end-string
           perform emit-line
           if wtax-total not = zeros
               move wtax-total to wtaxtot-display
               move spaces to print-line
               string "          TAX INCLUDED IN PERIOD  "
                          delimited by size
                      wtaxtot-display delimited by size
                   into print-line
               end-string
               perform emit-line
           end-if.
       mail-summary.
           if wmemberemail not = spaces
               move "Your account statement" to wmailsubject
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "readlog-write.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
