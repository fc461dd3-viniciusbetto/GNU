      *> One incident or accident on the premises: when and where it
      *> happened (a RESOURCES id, and/or a free-text place), what
      *> happened, the people involved -- a member, a GUESTS entry
      *> (sponsor login plus GST-SEQ) or someone named in free text,
      *> each with their injury -- the witnesses, and whether first
      *> aid was given or an ambulance called. Follow-up actions sit
      *> in INCACTIONS under the same id. Injury details are medical
      *> information and carry the same access rule as the EMERGENCY
      *> medical note (field-access entry MEDICAL).
       fd  incidents.
       01  reg-incidents.
           02 inc-id          pic 9(09).
           02 inc-date        pic x(08).
           02 inc-time        pic x(04).
           02 inc-resource    pic 9(04).
           02 inc-place       pic x(40).
           02 inc-kind        pic x(01).
               88 inc-injury      value "I".
               88 inc-near-miss   value "N".
               88 inc-other       value "O".
           02 inc-description pic x(200).
           02 inc-witnesses   pic x(200).
           02 inc-first-aid   pic x(01).
               88 inc-had-first-aid value "Y".
           02 inc-ambulance   pic x(01).
               88 inc-had-ambulance value "Y".
           02 inc-first-aider pic x(60).
           02 inc-people      pic 9(01).
           02 inc-person occurs 6 times.
               03 inp-type    pic x(01).
                   88 inp-member  value "M".
                   88 inp-guest   value "G".
                   88 inp-other   value "O".
      *> Member login, or the guest's sponsor login.
               03 inp-login   pic x(60).
               03 inp-guest-seq pic x(14).
               03 inp-name    pic x(60).
               03 inp-injury  pic x(120).
           02 inc-actions     pic 9(03).
           02 inc-reported-by pic x(60).
           02 inc-recorded    pic x(14).
           02 inc-status      pic x(01).
               88 inc-open        value "O".
               88 inc-closed      value "C".
           02 inc-closed-on   pic x(08).
           02 inc-insurer-ref pic x(20).
