      *> One room-hire contract: the hirer, the resource and slots
      *> (one date, or the same slots weekly from first to last
      *> date), the quoted price and terms, the deposit invoice and
      *> the date the balance falls due. Once confirmed its slots sit
      *> in BOOKINGS under the login "HIRE-" + HRE-ID.
       fd  hires.
       01  reg-hires.
           02 hre-id          pic 9(09).
           02 hre-hirer       pic 9(09).
           02 hre-resource    pic 9(04).
           02 hre-first-date  pic x(08).
           02 hre-last-date   pic x(08).
           02 hre-weekly      pic x(01).
               88 hre-is-weekly   value "Y".
           02 hre-slot-from   pic 9(02).
           02 hre-slot-to     pic 9(02).
           02 hre-slots       pic 9(04).
           02 hre-quote       pic 9(07)v99.
           02 hre-terms       pic x(120).
           02 hre-deposit     pic 9(07)v99.
           02 hre-dep-invoice pic 9(09) value zeros.
           02 hre-dep-due     pic x(08) value spaces.
           02 hre-balance-due pic x(08) value spaces.
           02 hre-paid        pic 9(07)v99 value zeros.
           02 hre-status      pic x(01).
               88 hre-quoted      value "Q".
               88 hre-confirmed   value "C".
               88 hre-cancelled   value "X".
           02 hre-quoted-on   pic x(08).
           02 hre-confirmed-on pic x(08) value spaces.
           02 hre-staff       pic x(60).
