      *> National federation registration, one row per member sent
      *> in: the category and season FED-REGISTER last sent them
      *> under, and the registration (insurance) number and expiry
      *> FED-RETURN took back from the federation's return file.
       fd  fedreg.
       01  reg-fedreg.
           02 frg-login        pic x(60).
           02 frg-category     pic x(10).
           02 frg-season       pic x(04).
           02 frg-submitted    pic x(08).
           02 frg-regno        pic x(20).
           02 frg-expires      pic x(08).
           02 frg-imported     pic x(08).
