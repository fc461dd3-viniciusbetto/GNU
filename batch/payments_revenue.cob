               03 wcl-count   pic 9(06).
       01  wcl-idx           pic 9(02) value zeros.
       01  wis-closed        pic x(01) value "N".
       78  wmax-categories   value 16.
       01  wcat-count        pic 9(02) value zeros.
       01  wcat-table.
           02 wcat-entry occurs 16 times.
               03 wcat-code   pic x(02).
               03 wcat-total  pic s9(11)v99.
       01  wcat-idx          pic 9(02) value zeros.
       01  wrl-job           pic x(30) value "PAYMENTS-REVENUE".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       tally-row.
      *> A late-fee row is a charge raised, not money received -- it
      *> becomes revenue only when the member pays it, so it stays
      *> out of the takings grid. A booking refund only nets off
      *> its open hire charge, so it stays out as the charge does.
           if pay-kind-latefee or pay-kind-volcredit
                   or pay-kind-tab
               exit paragraph
           end-if
           if pay-kind-adj-credit and pay-cat-booking
               exit paragraph
           end-if
           move pay-seq(1:6) to wrow-month
           perform check-month-closed
           if wis-closed = "Y"
