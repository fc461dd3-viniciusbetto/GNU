               88 wl-waiting     value "W".
               88 wl-admitted    value "A".
               88 wl-removed     value "X".
      *> The member who referred the applicant at signup, if any;
      *> the REFERRALS row is written when they are admitted.
           02 wl-referrer     pic x(60).
           02 wl-referrer-id  pic 9(09).
