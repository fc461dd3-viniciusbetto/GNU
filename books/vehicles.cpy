      *> A member's car, by number plate (upper case, no spaces, as
      *> the barrier camera reads it). VEH-HOUSEHOLD is the member's
      *> HOUSEHOLD-ID when the car was registered and carries the
      *> per-household limit; a removed car keeps its row for the
      *> permits issued against it.
       fd  vehicles.
       01  reg-vehicles.
           02 veh-plate         pic x(10).
           02 veh-login         pic x(60).
           02 veh-household     pic 9(09).
           02 veh-make          pic x(20).
           02 veh-colour        pic x(15).
           02 veh-added         pic x(08).
           02 veh-added-by      pic x(60).
           02 veh-status        pic x(01).
               88 veh-active        value "A".
               88 veh-removed       value "R".
           02 veh-removed-on    pic x(08).
