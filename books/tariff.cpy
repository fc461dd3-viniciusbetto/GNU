           02 trf-period-days pic 9(04).
           02 trf-grace-days  pic 9(03).
           02 trf-tab-limit   pic 9(05)v99 value zeros.
           02 trf-tax-code    pic x(02) value spaces.
