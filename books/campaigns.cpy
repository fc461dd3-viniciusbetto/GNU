       fd  campaigns.
       01  reg-campaigns.
           02 cmp-id            pic 9(09).
           02 cmp-name          pic x(40).
           02 cmp-tpl-id        pic x(12).
           02 cmp-channel       pic x(01).
               88 cmp-by-email      value "E".
               88 cmp-by-sms        value "S".
               88 cmp-by-pref       value "P" " ".
      *> Selection; a blank (or zero) criterion matches everyone.
           02 cmp-sel-type      pic x(01).
           02 cmp-sel-status    pic x(01).
           02 cmp-sel-branch    pic x(03).
           02 cmp-sel-age-from  pic 9(03).
           02 cmp-sel-age-to    pic 9(03).
           02 cmp-sel-paid-thru pic x(08).
           02 cmp-sel-payer     pic x(01).
               88 cmp-payers-only   value "Y".
               88 cmp-non-payers    value "N".
           02 cmp-sel-contact   pic x(01).
           02 cmp-status        pic x(01).
               88 cmp-draft         value "D".
               88 cmp-queued        value "Q".
               88 cmp-sent          value "S".
               88 cmp-cancelled     value "X".
           02 cmp-created       pic x(14).
           02 cmp-creator       pic x(60).
           02 cmp-preview       pic 9(06).
           02 cmp-previewed     pic x(14).
           02 cmp-sent-at       pic x(14).
           02 cmp-recipients    pic 9(06).
           02 cmp-unreachable   pic 9(06).
