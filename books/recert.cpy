      *> Access recertification register. Each quarter ACCESS-RECERT
      *> lists every staff and admin login (kind L) and every active
      *> API key (kind K) for the reviewer; an item still pending on
      *> its due date is downgraded to regular or revoked. One
      *> control row (kind C, id CYCLE) holds the current cycle.
       fd  recert.
       01  reg-recert.
           02 rct-key.
               03 rct-kind      pic x(01).
                   88 rct-login-item  value "L".
                   88 rct-key-item    value "K".
                   88 rct-control     value "C".
               03 rct-id        pic x(60).
           02 rct-cycle        pic x(08).
           02 rct-due          pic x(08).
           02 rct-role         pic x(01).
           02 rct-scope        pic x(02).
           02 rct-owner        pic x(60).
           02 rct-lastused     pic x(14).
           02 rct-status       pic x(01).
               88 rct-pending     value "P".
               88 rct-confirmed   value "C".
               88 rct-downgraded  value "D".
               88 rct-revoked     value "X".
           02 rct-decided-by   pic x(60).
           02 rct-decided      pic x(14).
