      *> An annual car-park permit for one registered plate, paid for
      *> as a PK (parking) payment. The nightly PARKING-EXPORT lapses
      *> a permit whose member no longer passes the standing rules
      *> the door allow-list uses, and expires it past PRM-TO; only
      *> active permits reach the barrier camera and the gatekeeper.
       fd  permits.
       01  reg-permits.
           02 prm-id            pic 9(09).
           02 prm-plate         pic x(10).
           02 prm-login         pic x(60).
           02 prm-from          pic x(08).
           02 prm-to            pic x(08).
           02 prm-fee           pic 9(05)v99.
           02 prm-pay-seq       pic x(14).
           02 prm-receipt       pic 9(09).
           02 prm-operator      pic x(60).
           02 prm-status        pic x(01).
               88 prm-active        value "A".
               88 prm-lapsed        value "L".
               88 prm-expired       value "E".
               88 prm-cancelled     value "X".
           02 prm-status-date   pic x(08).
           02 prm-note          pic x(60).
