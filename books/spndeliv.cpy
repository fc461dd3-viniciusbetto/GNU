      *> What a sponsorship contract promises to put up: each board,
      *> logo placement or advert, where it goes and whether the
      *> caretaker has it up. SPONSOR-CHECKLIST prints them by
      *> location.
       fd  spndeliv.
       01  reg-spndeliv.
           02 sdl-key.
               03 sdl-sponsor  pic 9(09).
               03 sdl-line     pic 9(03).
           02 sdl-type        pic x(01).
               88 sdl-board       value "B".
               88 sdl-logo        value "L".
               88 sdl-advert      value "A".
               88 sdl-other       value "O".
           02 sdl-location    pic x(30).
           02 sdl-desc        pic x(40).
           02 sdl-qty         pic 9(03).
           02 sdl-status      pic x(01).
               88 sdl-pending     value "P".
               88 sdl-up          value "U".
               88 sdl-down        value "D".
           02 sdl-checked     pic x(08).
           02 sdl-checked-by  pic x(60).
