      *> Hours a role must be covered, by day of the week (1 Monday
      *> to 7 Sunday): OHR-OPEN to OHR-CLOSE, HHMM, close exclusive;
      *> equal times mark a closed day. A role with no row for the
      *> day is not checked, except the desk, which falls back to the
      *> booking day (08:00 to 22:00).
       fd  openhrs.
       01  reg-openhrs.
           02 ohr-key.
               03 ohr-role      pic x(01).
               03 ohr-dow       pic 9(01).
           02 ohr-open          pic x(04).
           02 ohr-close         pic x(04).
