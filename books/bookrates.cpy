      *> Hire price of one slot of a resource. A resource with no row
      *> books free, as before.
       fd  bookrates.
       01  reg-bookrates.
           02 brt-resource    pic 9(04).
           02 brt-peak        pic 9(05)v99.
           02 brt-offpeak     pic 9(05)v99.
      *> Member types (up to six codes) that get BRT-DISC-PCT off.
           02 brt-disc-types  pic x(06).
           02 brt-disc-pct    pic 9(03).
      *> A cancellation at least this many hours before the slot
      *> gets the fee back; a later one keeps it.
           02 brt-notice-hours pic 9(03).
