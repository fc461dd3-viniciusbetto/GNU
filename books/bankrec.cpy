       fd  bankrec.
       01  reg-bankrec.
      *> One row per bank statement line that BANK-MATCH paired with
      *> something on our side, keyed by statement date and the line's
      *> position in that day's file, so a rerun of the same statement
      *> recognises its lines and a matched slip or refund is never
      *> offered to a second bank line.
           02 brc-key.
               03 brc-bank-date   pic x(08).
               03 brc-line        pic 9(05).
           02 brc-direction       pic x(02).
               88 brc-credit          value "CR".
               88 brc-debit           value "DR".
           02 brc-amount          pic 9(09)v99.
           02 brc-reference       pic x(40).
           02 brc-source          pic x(02).
               88 brc-src-slip        value "DS".
               88 brc-src-daytotal    value "DT".
               88 brc-src-directdebit value "DD".
               88 brc-src-cardnet     value "CS".
               88 brc-src-single      value "RF".
               88 brc-src-refbatch    value "RB".
           02 brc-src-date        pic x(08).
           02 brc-src-method      pic x(20).
           02 brc-src-refund      pic 9(09).
           02 brc-matched-on      pic x(08).
