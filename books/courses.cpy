       fd  courses.
       01  reg-courses.
           02 crs-id          pic 9(09).
           02 crs-name        pic x(60).
      *> One fee for the whole term, charged at enrollment.
           02 crs-fee         pic 9(07)v99.
           02 crs-capacity    pic 9(04).
           02 crs-enrolled    pic 9(04).
      *> Weekly from the start date at the resource and slot; the
      *> sessions themselves are the CRSSESS rows, reserved in
      *> BOOKINGS under the course's own series id.
           02 crs-resource    pic 9(04).
           02 crs-slot        pic 9(02).
           02 crs-start       pic x(08).
           02 crs-sessions    pic 9(02).
           02 crs-series      pic 9(09).
      *> Sessions an enrollee must attend to complete the course.
           02 crs-pass-count  pic 9(02).
           02 crs-status      pic x(01).
               88 crs-open        value "O".
               88 crs-closed      value "C".
