      *> A refundable security deposit held against a locker, a
      *> lending-desk loan or a key issued at the desk. The money
      *> itself sits in PAYMENTS under the pseudo-login DEP-<id>
      *> (category SD) so it stays off the member's own balance; this
      *> row says what it is held against and how it was settled.
       fd  secdeps.
       01  reg-secdeps.
           02 sdp-id          pic 9(09).
           02 sdp-login       pic x(60).
           02 sdp-kind        pic x(01).
               88 sdp-for-locker  value "L".
               88 sdp-for-loan    value "I".
               88 sdp-for-key     value "K".
      *> Locker number; item number and LOAN-OUT; or the key's tag.
           02 sdp-ref         pic x(20).
           02 sdp-amount      pic 9(07)v99.
           02 sdp-taken       pic x(08).
           02 sdp-pay-seq     pic x(14).
           02 sdp-receipt     pic 9(09).
           02 sdp-status      pic x(01).
               88 sdp-held        value "H".
               88 sdp-refunding   value "R".
               88 sdp-refunded    value "P".
               88 sdp-kept        value "K".
           02 sdp-kept-amt    pic 9(07)v99.
           02 sdp-refund-amt  pic 9(07)v99.
           02 sdp-refund-seq  pic 9(09).
           02 sdp-closed      pic x(08).
           02 sdp-staff       pic x(60).
