       fd  instruct.
       01  reg-instruct.
      *> A staff member who coaches, keyed by their own login.
           02 ins-login       pic x(60).
      *> The coach's diary is a resource of its own in RESOURCES, so
      *> a lesson holds the coach's hour in BOOKINGS the same way it
      *> holds the court's.
           02 ins-resource    pic 9(04).
      *> What a single lesson costs the member; what the coach is
      *> paid for each lesson delivered.
           02 ins-lesson-fee  pic 9(05)v99.
           02 ins-pay-rate    pic 9(05)v99.
      *> Weekly availability: one row per weekday, Monday first, one
      *> byte per hourly slot from 08 to 21 -- "Y" when the coach
      *> takes lessons in that hour.
           02 ins-avail-grid.
               03 ins-avail   pic x(14) occurs 7 times.
           02 ins-status      pic x(01).
               88 ins-active      value "A".
               88 ins-inactive    value "X".
