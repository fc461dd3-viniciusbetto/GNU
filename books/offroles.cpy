       fd  offroles.
       01  reg-offroles.
           02 orl-code        pic x(10).
           02 orl-name        pic x(40).
      *> Length of one term, and the constitution's limit on
      *> consecutive terms in the role (zero = no limit). A term
      *> starting within a month of the last one's end continues
      *> the run; a longer break starts the count again.
           02 orl-term-months pic 9(03).
           02 orl-max-terms   pic 9(02).
           02 orl-seats       pic 9(02).
           02 orl-status      pic x(01).
               88 orl-active      value "A".
               88 orl-retired     value "X".
