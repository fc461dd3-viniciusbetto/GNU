               03 pay-seq       pic x(14).
           02 pay-amount        pic 9(07)v99.
           02 pay-method        pic x(20).
               88 pay-by-voucher      value "VOUCHER".
               88 pay-by-points       value "LOYALTY POINTS".
               88 pay-by-deposit      value "DEPOSIT".
           02 pay-due-date      pic x(08).
           02 pay-kind          pic x(02).
               88 pay-kind-payment    value "  ".
               88 pay-cat-merch     value "ME".
               88 pay-cat-tab       value "TA".
               88 pay-cat-pass      value "PS".
               88 pay-cat-voucher   value "GV".
               88 pay-cat-lapsed-gv value "VX".
               88 pay-cat-lesson    value "LS".
               88 pay-cat-booking   value "BK".
               88 pay-cat-hire      value "HI".
               88 pay-cat-deposit   value "SD".
               88 pay-cat-parking   value "PK".
               88 pay-cat-sponsor   value "SP".
           02 pay-tax           pic 9(07)v99 value zeros.
           02 pay-tax-code      pic x(02) value spaces.
      *> A gift voucher's own number: on the sale row (category GV)
      *> and on every row it was tendered for (method VOUCHER).
           02 pay-voucher       pic 9(09) value zeros.
      *> The fundraising appeal a donation was given to (blank for
      *> the general fund).
           02 pay-appeal        pic x(08) value spaces.
