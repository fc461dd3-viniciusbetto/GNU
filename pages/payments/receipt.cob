       01  wrcpt-amount      pic 9(07)v99 value zeros.
       01  wrcpt-method      pic x(20) value spaces.
       01  wrcpt-no          pic 9(09) value zeros.
       01  wrcpt-tax         pic 9(07)v99 value zeros.
       01  wrcpt-tax-code    pic x(02) value spaces.
       01  wdisplaytax       pic zzzzz9,99.
       01  wdisplaynet       pic zzzzz9,99.
       01  wrcpt-net         pic 9(07)v99 value zeros.
       01  wmembername       pic x(120) value spaces.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
                   '<p>Date: ' wrcpt-seq(1:8) '</p>'
                   '<p>Amount: ' wdisplayamount '</p>'
                   '<p>Method: ' wrcpt-method '</p>'
               end-display
      *> A taxable sale shows its tax portion separately, the way
      *> the member's own accounts (and the auditors) need it.
               if wrcpt-tax > zeros
                   compute wrcpt-net = wrcpt-amount - wrcpt-tax
                   move wrcpt-net to wdisplaynet
                   move wrcpt-tax to wdisplaytax
                   display
                       '<p>Net of tax: ' wdisplaynet '</p>'
                       '<p>Tax (' wrcpt-tax-code ') included: '
                       wdisplaytax '</p>'
                   end-display
               end-if
               display
                   '<p>Thank you for your payment.</p>'
                   '</div>'
               end-display
                       move pay-amount  to wrcpt-amount
                       move pay-method  to wrcpt-method
                       move pay-receipt to wrcpt-no
                       move pay-tax      to wrcpt-tax
                       move pay-tax-code to wrcpt-tax-code
                   end-if
               end-if
               read payments next
