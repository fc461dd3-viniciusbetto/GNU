           02 exp-payee       pic x(60).
           02 exp-amount      pic 9(07)v99.
           02 exp-operator    pic x(60).
      *> A standing cost (rent, insurance, utilities) repeats at this
      *> interval from its date; blank for a one-off.
           02 exp-recurring   pic x(01) value space.
               88 exp-one-off         value space.
               88 exp-recur-weekly    value "W".
               88 exp-recur-monthly   value "M".
               88 exp-recur-quarterly value "Q".
               88 exp-recur-annual    value "A".
