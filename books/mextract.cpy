      *> The nightly member master extract MEMBERS-EXTRACT writes, one
      *> line per member in login order. The member's own fields the
      *> report jobs use, plus what they would otherwise each work
      *> out for themselves: dues standing as of MX-ASOF (judged
      *> through the household bill-payer, the stamped term for a
      *> self-payer, and the tariff tier's grace), the open invoice
      *> balance, the last kiosk check-in and whether a freeze is on.
       fd  mextract.
       01  reg-mextract.
           02 mx-login          pic x(60).
           02 mx-asof           pic x(08).
           02 mx-standing       pic x(01).
               88 mx-dues-current   value "C".
               88 mx-dues-overdue   value "O".
               88 mx-dues-none      value "N".
           02 mx-bill-login     pic x(60).
           02 mx-last-due       pic x(08).
           02 mx-days-overdue   pic s9(05) sign leading separate.
           02 mx-grace          pic 9(03).
           02 mx-balance        pic 9(07)v99.
           02 mx-last-visit     pic x(08).
           02 mx-frozen         pic x(01).
               88 mx-frozen-now     value "Y".
           02 mx-name           pic x(120).
           02 mx-phone          pic x(120).
           02 mx-email          pic x(120).
           02 mx-member-id      pic 9(09).
           02 mx-status         pic x(01).
               88 mx-active         value "A".
               88 mx-inactive       value "I".
               88 mx-pending        value "P".
           02 mx-type           pic x(01).
               88 mx-regular        value "R".
               88 mx-staff          value "S".
               88 mx-admin          value "A".
           02 mx-suspend        pic x(01).
               88 mx-suspended      value "Y".
           02 mx-join-date      pic x(08).
           02 mx-addr-street    pic x(120).
           02 mx-addr-city      pic x(60).
           02 mx-addr-state     pic x(02).
           02 mx-addr-postal    pic x(10).
           02 mx-household-id   pic 9(09).
           02 mx-bill-payer     pic x(01).
               88 mx-is-bill-payer  value "Y".
           02 mx-branch         pic x(03).
           02 mx-merged-into    pic x(60).
           02 mx-paid-through   pic x(08).
           02 mx-freeze-start   pic x(08).
           02 mx-freeze-end     pic x(08).
