      *> One member's sign-up for a volunteer shift.
       fd  volsign.
       01  reg-volsign.
           02 vsg-key.
               03 vsg-shift   pic 9(09).
               03 vsg-login   pic x(60).
           02 vsg-signed      pic x(14).
           02 vsg-status      pic x(01).
               88 vsg-signed-up   value "S".
               88 vsg-withdrawn   value "W".
      *> Set by VOL-SHIFTS: reminder sent, and the hours row raised
      *> for the coordinator once the shift is over.
           02 vsg-reminded    pic x(01).
               88 vsg-was-reminded value "Y".
           02 vsg-posted      pic x(01).
               88 vsg-hours-posted value "Y".
