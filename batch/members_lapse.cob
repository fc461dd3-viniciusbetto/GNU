                   if whaslastpayment = "Y"
                       compute wdue-int =
                           function integer-of-date(wlastdue)
                       perform allow-freeze-days
                       compute wdaysoverdue = wtoday-int - wdue-int
                       if wdaysoverdue > wlapse-days
                           perform lapse-member
           move wlapsedcount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       allow-freeze-days.
      *> A freeze running on from the last due date carries the
      *> dues on by its length, the same as PAYMENTS-INVOICE bills.
           if freeze-start is numeric and freeze-end is numeric
                   and freeze-end >= wlastdue
               compute wdue-int = wdue-int
                   + function integer-of-date(
                         function numval(freeze-end))
                   - function integer-of-date(
                         function numval(freeze-start)) + 1
           end-if.
       find-last-due.
           move "N" to whaslastpayment
           move zeros to wlastdue
