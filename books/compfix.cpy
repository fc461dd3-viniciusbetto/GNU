      *> One fixture. Round zero is a ladder challenge. A fixture the
      *> court could not take on its week waits unscheduled for the
      *> desk to place it.
       fd  compfix.
       01  reg-compfix.
           02 cfx-key.
               03 cfx-comp    pic 9(09).
               03 cfx-no      pic 9(05).
           02 cfx-round       pic 9(03).
           02 cfx-home        pic x(60).
           02 cfx-away        pic x(60).
           02 cfx-date        pic x(08).
           02 cfx-resource    pic 9(04).
           02 cfx-slot        pic 9(02).
           02 cfx-status      pic x(01).
               88 cfx-scheduled   value "S".
               88 cfx-unscheduled value "U".
               88 cfx-played      value "P".
               88 cfx-bye         value "B".
           02 cfx-home-score  pic 9(02).
           02 cfx-away-score  pic 9(02).
           02 cfx-winner      pic x(60).
           02 cfx-entered-by  pic x(60).
