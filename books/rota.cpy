      *> One rostered shift: a staff login on duty in a role (desk,
      *> bar or other) on a date from ROT-START to ROT-END (HHMM, the
      *> end exclusive). ROT-WHEN orders the file by date and start
      *> for the week view, the printout and the coverage check.
       fd  rota.
       01  reg-rota.
           02 rot-id            pic 9(09).
           02 rot-when.
               03 rot-date      pic x(08).
               03 rot-start     pic x(04).
           02 rot-end           pic x(04).
           02 rot-role          pic x(01).
               88 rot-desk          value "D".
               88 rot-bar           value "B".
               88 rot-other         value "O".
           02 rot-login         pic x(60).
           02 rot-added-by      pic x(60).
           02 rot-added         pic x(14).
           02 rot-note          pic x(40).
