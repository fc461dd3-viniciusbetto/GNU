      *> A club competition: a league (every entrant plays every
      *> other, one round a week), a knockout (seeded draw, one round
      *> a week, winners go through) or a ladder (challenge matches
      *> arranged as they come). Fixtures are played at one court,
      *> reserved in BOOKINGS under the pseudo-login COMP-<id> and
      *> the competition's own series id.
       fd  comps.
       01  reg-comps.
           02 cmp-id          pic 9(09).
           02 cmp-name        pic x(60).
           02 cmp-format      pic x(01).
               88 cmp-league      value "L".
               88 cmp-knockout    value "K".
               88 cmp-ladder      value "D".
      *> MEMBER-TYPE codes that may enter; blank is open to all.
           02 cmp-types       pic x(05).
           02 cmp-resource    pic 9(04).
           02 cmp-start       pic x(08).
           02 cmp-slot        pic 9(02).
           02 cmp-max         pic 9(04).
           02 cmp-entries     pic 9(04).
           02 cmp-round       pic 9(03).
           02 cmp-fixtures    pic 9(05).
           02 cmp-series      pic 9(09).
           02 cmp-status      pic x(01).
               88 cmp-entry-open  value "E".
               88 cmp-drawn       value "D".
               88 cmp-finished    value "F".
           02 cmp-winner      pic x(60).
