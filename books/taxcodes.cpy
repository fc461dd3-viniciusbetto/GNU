       fd  taxcodes.
       01  reg-taxcodes.
           02 txc-code        pic x(02).
           02 txc-desc        pic x(20).
           02 txc-rate        pic 9(02)v99.
           02 txc-account     pic x(08).
           02 txc-status      pic x(01).
               88 txc-is-active   value "A".
               88 txc-inactive    value "X".
