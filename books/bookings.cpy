               88 bkg-cancelled   value "C".
               88 bkg-attended    value "T".
               88 bkg-noshow      value "N".
      *> The fee charged for the slot (after any member-type
      *> discount) and the PAY-SEQ of the open charge that carries
      *> it -- for a weekly series, one charge covers every week.
           02 bkg-fee         pic 9(05)v99 value zeros.
           02 bkg-charge-seq  pic x(14) value spaces.
