       fd  vouchers.
       01  reg-vouchers.
           02 vch-no          pic 9(09).
           02 vch-face        pic 9(07)v99.
           02 vch-balance     pic 9(07)v99.
           02 vch-issued      pic x(08).
           02 vch-expires     pic x(08).
           02 vch-buyer       pic x(60).
           02 vch-operator    pic x(60).
           02 vch-status      pic x(01).
               88 vch-live        value "A".
               88 vch-used-up     value "U".
               88 vch-lapsed      value "X".
           02 vch-last-used   pic x(08).
           02 vch-lapsed-amt  pic 9(07)v99.
           02 vch-lapsed-on   pic x(08).
