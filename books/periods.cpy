           02 per-closed-on   pic x(08).
           02 per-exp-total   pic s9(11)v99 value zeros.
           02 per-exp-count   pic 9(06) value zeros.
      *> Running cash position at the month's close: the previous
      *> closed month's figure plus this month's takings less its
      *> expenses.
           02 per-cash-close  pic s9(11)v99 value zeros.
