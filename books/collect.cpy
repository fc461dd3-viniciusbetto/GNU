       fd  collect.
       01  reg-collect.
           02 col-login        pic x(60).
           02 col-status       pic x(01).
               88 col-placed       value "P".
               88 col-cleared      value "C".
           02 col-placed-on    pic x(08).
           02 col-placed-amt   pic 9(07)v99.
           02 col-days-overdue pic 9(05).
           02 col-recovered    pic 9(07)v99.
           02 col-commission   pic 9(07)v99.
           02 col-last-remit   pic x(08).
           02 col-agency-ref   pic x(20).
           02 col-cleared-on   pic x(08).
