       fd  lespacks.
       01  reg-lespacks.
           02 lpk-id          pic 9(09).
           02 lpk-login       pic x(60).
      *> Spaces when the pack is good with any coach.
           02 lpk-instructor  pic x(60).
           02 lpk-size        pic 9(03).
      *> Counts down as lessons are booked off the pack, back up
      *> when one is cancelled; a no-show keeps the lesson used.
           02 lpk-remaining   pic 9(03).
           02 lpk-price       pic 9(07)v99.
           02 lpk-bought      pic x(08).
           02 lpk-status      pic x(01).
               88 lpk-live        value "L".
               88 lpk-used-up     value "U".
