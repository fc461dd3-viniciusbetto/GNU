       fd  crsenrol.
       01  reg-crsenrol.
           02 cen-key.
               03 cen-course  pic 9(09).
               03 cen-login   pic x(60).
           02 cen-member-id   pic 9(09).
           02 cen-enrolled-on pic x(08).
           02 cen-status      pic x(01).
               88 cen-active      value "E".
               88 cen-withdrawn   value "W".
      *> One flag per session, by CSE-NO: "Y" attended.
           02 cen-attendance.
               03 cen-attended pic x(01) occurs 40 times.
           02 cen-attend-count pic 9(02).
