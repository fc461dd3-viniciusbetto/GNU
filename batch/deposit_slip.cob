      *> Reversals, adjustments and late-fee charges are not drawer
      *> money and stay off the slip; a same-day reversed payment
      *> still prints, flagged, since the cash crossed the counter.
      *> Gift vouchers tendered, and security deposits kept against
      *> a charge, are not bankable and stay off too.
           accept wslip-date from environment "DEPOSIT_DATE"
           if wslip-date = spaces
               move function current-date(1:8) to wslip-date
           read payments next
           perform until fstatus = "10"
               if pay-seq(1:8) = wslip-date and pay-kind-payment
                       and not pay-by-voucher and not pay-by-deposit
                       and not pay-by-points
                   perform collect-row
               end-if
               read payments next
