       fd  bills.
       01  reg-bills.
           02 bill-seq         pic 9(09).
           02 bill-supplier    pic 9(09).
           02 bill-invoice-no  pic x(20).
           02 bill-inv-date    pic x(08).
           02 bill-due-date    pic x(08).
           02 bill-category    pic x(20).
           02 bill-amount      pic 9(07)v99.
      *> Keyed bills wait for a second operator's approval; only an
      *> approved bill goes on a payment run. Paying it writes the
      *> EXPENSES row whose EXP-SEQ is kept here.
           02 bill-status      pic x(01).
               88 bill-entered     value "E".
               88 bill-approved    value "A".
               88 bill-paid        value "P".
               88 bill-rejected    value "X".
               88 bill-unpaid      values "E" "A".
           02 bill-entered-by  pic x(60).
           02 bill-approved-by pic x(60).
           02 bill-approved-on pic x(08).
           02 bill-paid-on     pic x(08).
           02 bill-exp-seq     pic 9(09).
