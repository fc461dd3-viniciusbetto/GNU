           02 bk-resigndate     pic x(08).
           02 bk-resignreason   pic x(10).
           02 bk-companyid      pic 9(09).
           02 bk-freezestart    pic x(08).
           02 bk-freezeend      pic x(08).
           02 bk-freezereason   pic x(20).
           02 bk-freezeyear     pic x(04).
           02 bk-freezedays     pic 9(03).
