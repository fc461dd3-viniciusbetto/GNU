      *> Credit adjustments and refunds over the approval threshold,
      *> held until a second staff login approves or rejects them.
      *> Nothing reaches PAYMENTS or REFUNDS until approval.
       fd  payhold.
       01  reg-payhold.
           02 phd-seq          pic 9(09).
           02 phd-login        pic x(60).
           02 phd-type         pic x(01).
               88 phd-adjust       value "A".
               88 phd-refund       value "R".
           02 phd-amount       pic 9(07)v99.
           02 phd-reason       pic x(10).
           02 phd-override     pic x(01).
           02 phd-requested-by pic x(60).
           02 phd-requested    pic x(14).
           02 phd-status       pic x(01).
               88 phd-pending      value "W".
               88 phd-approved     value "A".
               88 phd-rejected     value "R".
           02 phd-decided-by   pic x(60).
           02 phd-decided      pic x(14).
