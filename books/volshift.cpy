      *> A volunteer shift to be filled: bar duty, marshalling,
      *> setup. Tied to an event (VSH-EVENT) or, with zero there,
      *> simply to a date at the club.
       fd  volshift.
       01  reg-volshift.
           02 vsh-id          pic 9(09).
           02 vsh-event       pic 9(09).
           02 vsh-date        pic x(08).
      *> HHMM; the hours credited for the shift are end less start.
           02 vsh-start       pic x(04).
           02 vsh-end         pic x(04).
           02 vsh-duty        pic x(30).
           02 vsh-slots       pic 9(03).
           02 vsh-taken       pic 9(03).
           02 vsh-status      pic x(01).
               88 vsh-open        value "O".
               88 vsh-cancelled   value "X".
               88 vsh-done        value "D".
           02 vsh-created-by  pic x(60).
