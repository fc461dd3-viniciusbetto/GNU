      *> A defect reported against a RESOURCES id -- by staff, from
      *> the door kiosk or from MYACCOUNT -- and the work order it
      *> becomes: priority, who is fixing it (the caretaker, by staff
      *> login, or a contractor from SUPPLIERS), where it stands and
      *> what it cost. A severe defect closes the resource through a
      *> RESOUT row (DFT-OUT-SEQ) that is lifted when the order is
      *> closed; a contractor's cost is posted to EXPENSES.
       fd  defects.
       01  reg-defects.
           02 dft-id          pic 9(09).
           02 dft-resource    pic 9(04).
           02 dft-description pic x(200).
           02 dft-reported    pic x(14).
           02 dft-reporter    pic x(60).
           02 dft-source      pic x(01).
               88 dft-from-staff  value "S".
               88 dft-from-kiosk  value "K".
               88 dft-from-member value "M".
           02 dft-priority    pic x(01).
               88 dft-severe      value "S".
               88 dft-high        value "H".
               88 dft-normal      value "N".
               88 dft-low         value "L".
           02 dft-assign-type pic x(01).
               88 dft-unassigned  value " ".
               88 dft-caretaker   value "C".
               88 dft-contractor  value "X".
           02 dft-assignee    pic x(60).
           02 dft-supplier    pic 9(09).
           02 dft-status      pic x(01).
               88 dft-new         value "R".
               88 dft-assigned    value "A".
               88 dft-in-progress value "P".
               88 dft-completed   value "C".
               88 dft-dropped     value "X".
               88 dft-live        value "R" "A" "P".
           02 dft-cost        pic 9(07)v99.
           02 dft-expense-seq pic 9(09).
           02 dft-out-seq     pic 9(09).
           02 dft-closed      pic x(08).
           02 dft-closed-by   pic x(60).
           02 dft-fix-note    pic x(120).
