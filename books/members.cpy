           02 resign-date    pic x(08) value spaces.
           02 resign-reason  pic x(10) value spaces.
           02 company-id     pic 9(09) value zeros.
      *> Member-requested freeze: no dues, no door, between the two
      *> dates. FREEZE-DAYS counts the days taken in FREEZE-YEAR
      *> against the yearly allowance.
           02 freeze-start   pic x(08) value spaces.
           02 freeze-end     pic x(08) value spaces.
           02 freeze-reason  pic x(20) value spaces.
           02 freeze-year    pic x(04) value spaces.
           02 freeze-days    pic 9(03) value zeros.
