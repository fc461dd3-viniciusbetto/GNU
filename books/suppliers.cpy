       fd  suppliers.
       01  reg-suppliers.
           02 sup-id          pic 9(09).
           02 sup-name        pic x(60).
           02 sup-contact     pic x(60).
           02 sup-email       pic x(120).
           02 sup-phone       pic x(30).
      *> Account the AP payment run pays into; a supplier without
      *> one is left for a cheque.
           02 sup-bank-acct   pic x(34).
      *> Days after the invoice date a bill falls due when it is
      *> keyed without a due date of its own.
           02 sup-terms-days  pic 9(03).
      *> Expense category a bill takes when it is keyed without one.
           02 sup-category    pic x(20).
           02 sup-status      pic x(01).
               88 sup-active      value "A".
               88 sup-closed      value "X".
