       fd  referrals.
       01  reg-referrals.
      *> One row per referred member -- a member is only ever
      *> brought in once.
           02 ref-login       pic x(60).
           02 ref-referrer    pic x(60).
           02 ref-referrer-id pic 9(09).
           02 ref-recorded    pic x(08).
           02 ref-source      pic x(01).
               88 ref-from-signup value "S".
               88 ref-from-guest  value "G".
           02 ref-status      pic x(01).
               88 ref-pending     value "P".
               88 ref-credited    value "C".
               88 ref-void        value "X".
      *> Filled in when REFERRAL-CREDIT pays the referrer: the
      *> credit posted and the dues payment that earned it.
           02 ref-credit      pic 9(05)v99.
           02 ref-credited-on pic x(08).
           02 ref-pay-seq     pic x(14).
