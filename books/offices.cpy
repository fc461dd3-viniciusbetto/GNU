      *> One term of office: who held which role from when to when.
      *> Keyed by role then start, so a role's history reads in
      *> order.
       fd  offices.
       01  reg-offices.
           02 ofc-key.
               03 ofc-role    pic x(10).
               03 ofc-start   pic x(08).
               03 ofc-login   pic x(60).
           02 ofc-member-id   pic 9(09).
      *> Constitutional end of the term; a resignation or removal
      *> moves it back to the day they stood down.
           02 ofc-end         pic x(08).
           02 ofc-status      pic x(01).
               88 ofc-current     value "C".
               88 ofc-stood-down  value "S".
           02 ofc-recorded-by pic x(60).
