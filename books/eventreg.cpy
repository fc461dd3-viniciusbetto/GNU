           02 evr-regdate     pic x(08).
           02 evr-attended    pic x(01).
               88 evr-did-attend  value "Y".
      *> PAY-SEQ of the fee charge the sign-up posted, and what the
      *> member wants done with a paid fee if the club calls the
      *> event off (blank = the default staff pick on the day).
           02 evr-fee-seq     pic x(14) value spaces.
           02 evr-settle-pref pic x(01) value spaces.
               88 evr-wants-credit value "C".
               88 evr-wants-refund value "R".
