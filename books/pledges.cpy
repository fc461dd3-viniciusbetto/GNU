           02 plg-status      pic x(01).
               88 plg-active      value "A".
               88 plg-closed      value "X".
      *> The fundraising appeal the pledge was made to (blank for
      *> the general fund); its collections carry it on PAYMENTS.
           02 plg-appeal      pic x(08) value spaces.
