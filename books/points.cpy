      *> Loyalty points ledger, one row per movement. Earnings carry
      *> a made-up sequence (source letter and what they were earned
      *> for) so the nightly job can run twice without paying twice;
      *> redemptions are keyed by the time they were taken.
       fd  points.
       01  reg-points.
           02 pts-key.
               03 pts-login    pic x(60).
               03 pts-seq      pic x(14).
           02 pts-kind         pic x(01).
               88 pts-earn         value "E".
               88 pts-redeem       value "R".
               88 pts-expire       value "X".
           02 pts-source       pic x(02).
               88 pts-from-visit   value "VI".
               88 pts-from-tab     value "TB".
               88 pts-from-event   value "EV".
               88 pts-from-shift   value "VS".
               88 pts-on-tab       value "RT".
               88 pts-on-event     value "RE".
               88 pts-lapsed       value "EX".
           02 pts-points       pic 9(07).
      *> The day the points were earned (what expiry ages) or spent.
           02 pts-date         pic x(08).
           02 pts-ref          pic x(20).
           02 pts-posted       pic x(14).
           02 pts-operator     pic x(60).
