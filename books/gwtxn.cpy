       fd  gwtxn.
       01  reg-gwtxn.
      *> One row per online-payment gateway transaction, keyed by the
      *> provider's transaction id -- the guard that stops a re-sent
      *> notification from posting a second PAYMENTS row, and the
      *> staff review list for failed, disputed or unplaceable ones.
           02 gwt-txn-id          pic x(40).
           02 gwt-login           pic x(60).
           02 gwt-amount          pic 9(07)v99.
           02 gwt-status          pic x(01).
               88 gwt-posted          value "P".
               88 gwt-failed          value "F".
               88 gwt-disputed        value "D".
               88 gwt-unplaced        value "U".
           02 gwt-notice          pic x(10).
           02 gwt-provider-time   pic x(14).
           02 gwt-received        pic x(14).
           02 gwt-pay-seq         pic x(14).
           02 gwt-receipt         pic 9(09).
           02 gwt-review          pic x(01).
               88 gwt-needs-review    value "Y".
               88 gwt-review-cleared  value "C".
           02 gwt-reason          pic x(40).
           02 gwt-reviewed-by     pic x(60).
           02 gwt-reviewed-on     pic x(14).
