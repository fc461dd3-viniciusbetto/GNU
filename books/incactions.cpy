      *> A follow-up action raised on an incident: what is to be
      *> done, the staff member who owns it and the date it is due,
      *> and who signed it off and when.
       fd  incactions.
       01  reg-incactions.
           02 ina-key.
               03 ina-incident pic 9(09).
               03 ina-seq      pic 9(03).
           02 ina-action      pic x(120).
           02 ina-owner       pic x(60).
           02 ina-due         pic x(08).
           02 ina-status      pic x(01).
               88 ina-open        value "O".
               88 ina-done        value "D".
           02 ina-raised-by   pic x(60).
           02 ina-raised-on   pic x(08).
           02 ina-done-on     pic x(08).
           02 ina-done-by     pic x(60).
           02 ina-note        pic x(60).
