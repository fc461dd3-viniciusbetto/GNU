       fd  cardset.
       01  reg-cardset.
      *> One row per transaction on the card processor's settlement
      *> file, keyed by the processor's own transaction id. Holds the
      *> desk PAYMENTS row it was paired with (blank for an orphan)
      *> and the merchant fee, which CARD-SETTLE books to EXPENSES
      *> once, the first time the transaction is loaded.
           02 cst-txn-id          pic x(20).
           02 cst-settle-date     pic x(08).
           02 cst-txn-time        pic x(14).
           02 cst-amount          pic 9(07)v99.
           02 cst-fee             pic 9(05)v99.
           02 cst-operator        pic x(60).
           02 cst-status          pic x(01).
               88 cst-matched         value "M".
               88 cst-orphan          value "O".
           02 cst-pay-login       pic x(60).
           02 cst-pay-seq         pic x(14).
           02 cst-loaded-on       pic x(08).
