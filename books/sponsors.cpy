      *> Sponsorship and advertising contracts, one per package a
      *> local business buys (a court board, the newsletter banner,
      *> the shirt sleeve). The sponsor is a COMPANIES row and is
      *> invoiced under the company's billing login; SPONSOR-INVOICE
      *> raises each installment on SPN-NEXT-BILL until the contract
      *> value has been billed.
       fd  sponsors.
       01  reg-sponsors.
           02 spn-id          pic 9(09).
           02 spn-company     pic 9(09).
           02 spn-package     pic x(30).
           02 spn-kind        pic x(01).
               88 spn-courts      value "C".
               88 spn-newsletter  value "N".
               88 spn-shirts      value "S".
               88 spn-other       value "O".
           02 spn-value       pic 9(07)v99.
           02 spn-schedule    pic x(01).
               88 spn-monthly     value "M".
               88 spn-quarterly   value "Q".
               88 spn-annual      value "A".
               88 spn-upfront     value "U".
           02 spn-start       pic x(08).
           02 spn-end         pic x(08).
      *> Date the next installment is due to be invoiced; spaces once
      *> the whole value has been billed.
           02 spn-next-bill   pic x(08).
           02 spn-billed      pic 9(07)v99.
           02 spn-status      pic x(01).
               88 spn-active      value "A".
               88 spn-ended       value "X".
           02 spn-created     pic x(14).
           02 spn-creator     pic x(60).
