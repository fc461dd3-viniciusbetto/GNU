      *> One entrant in a competition. The position is the entry
      *> order until the draw, the seed in a knockout, the rung on a
      *> ladder.
       fd  compent.
       01  reg-compent.
           02 cpe-key.
               03 cpe-comp    pic 9(09).
               03 cpe-login   pic x(60).
           02 cpe-member-id   pic 9(09).
           02 cpe-entered     pic x(08).
           02 cpe-position    pic 9(04).
           02 cpe-played      pic 9(03).
           02 cpe-won         pic 9(03).
           02 cpe-drawn       pic 9(03).
           02 cpe-lost        pic 9(03).
           02 cpe-for         pic 9(04).
           02 cpe-against     pic 9(04).
           02 cpe-points      pic 9(04).
           02 cpe-status      pic x(01).
               88 cpe-active      value "A".
               88 cpe-knocked-out value "O".
