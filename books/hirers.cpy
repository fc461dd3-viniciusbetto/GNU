      *> An outside group or person hiring club rooms -- not a
      *> member, so it has its own number from HIRER-ID.
       fd  hirers.
       01  reg-hirers.
           02 hir-id          pic 9(09).
           02 hir-name        pic x(60).
           02 hir-contact     pic x(60).
           02 hir-email       pic x(120).
           02 hir-phone       pic x(20).
           02 hir-address     pic x(80).
           02 hir-status      pic x(01).
               88 hir-active      value "A".
               88 hir-closed      value "X".
           02 hir-created     pic x(08).
