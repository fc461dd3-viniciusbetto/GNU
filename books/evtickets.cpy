      *> Desk-sold public tickets for an event, one row per ticket,
      *> keyed under the event so the door list reads them in one
      *> walk. The number comes from the TICKET-NO counter. A ticket
      *> sold once the event is full waits in EVWAIT under the
      *> pseudo-login TICKET-<number> and is paid for when a seat
      *> comes free.
       fd  evtickets.
       01  reg-evtickets.
           02 etk-key.
               03 etk-event   pic 9(09).
               03 etk-no      pic 9(09).
           02 etk-buyer       pic x(60).
           02 etk-phone       pic x(120).
           02 etk-email       pic x(120).
           02 etk-price       pic 9(07)v99.
           02 etk-method      pic x(20).
           02 etk-sold        pic x(08).
           02 etk-operator    pic x(60).
           02 etk-pay-seq     pic x(14).
           02 etk-status      pic x(01).
               88 etk-paid        value "S".
               88 etk-held        value "H".
               88 etk-waiting     value "W".
               88 etk-cancelled   value "X".
