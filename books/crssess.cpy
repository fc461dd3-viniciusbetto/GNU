       fd  crssess.
       01  reg-crssess.
           02 cse-key.
               03 cse-course  pic 9(09).
               03 cse-no      pic 9(02).
           02 cse-date        pic x(08).
           02 cse-resource    pic 9(04).
           02 cse-slot        pic 9(02).
           02 cse-status      pic x(01).
               88 cse-scheduled   value "S".
               88 cse-cancelled   value "X".
