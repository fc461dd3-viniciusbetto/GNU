       78  wmax-aged         value 500.
       01  wtoday            pic 9(08) value zeros.
       01  wtoday-int        pic s9(09) comp.
       01  wreport-date      pic x(08) value spaces.
       01  wdue-int          pic s9(09) comp.
       01  wdaysoverdue      pic s9(09) value zeros.
       01  whaslastpayment   pic x(01) value "N".
      *> been raised) lands in a current / 1-30 / 31-60 / 61-90 /
      *> 90+ days bucket, with member detail and subtotals per
      *> bucket and a one-line summary for reading out at the board
      *> meeting. REPORT_DATE (CCYYMMDD) ages the book as it stood at
      *> the end of that day -- payments taken after it are left out
      *> -- instead of the default of today.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           open input members
               close invoices
               open input invoices
           end-if
           accept wreport-date from environment "REPORT_DATE"
           if wreport-date is numeric
               move wreport-date to wtoday
           else
               move function current-date(1:8) to wtoday
           end-if
           compute wtoday-int = function integer-of-date(wtoday)
           read members next
           perform until fstatus = "10"
               if pay-due-date not = spaces
                       and pay-reversed not = "Y"
                       and not pay-kind-latefee
                       and pay-seq(1:8) <= wtoday
                   move pay-due-date to wlastdue
                   move "Y" to whaslastpayment
               end-if
