       fd  lessons.
       01  reg-lessons.
           02 les-id          pic 9(09).
           02 les-instructor  pic x(60).
           02 les-login       pic x(60).
           02 les-date        pic x(08).
           02 les-slot        pic 9(02).
      *> The court booked alongside the coach's own diary resource.
           02 les-court       pic 9(04).
           02 les-coach-res   pic 9(04).
      *> The pack the lesson came off, or zero for a single lesson
      *> charged at LES-FEE once it has been taken.
           02 les-pack        pic 9(09).
           02 les-fee         pic 9(05)v99.
           02 les-made        pic x(14).
           02 les-status      pic x(01).
               88 les-booked      value "B".
               88 les-cancelled   value "C".
               88 les-delivered   value "D".
               88 les-noshow      value "N".
           02 les-settled-on  pic x(08).
