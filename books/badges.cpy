      *> Door badges and fobs, one row per serial ever handed out.
      *> The serial is what the door controller reads and what the
      *> nightly allow-list carries; a member holds at most one
      *> issued badge at a time. A member who never had a badge row
      *> still opens the door on the printed card's MEMBER-ID -- the
      *> first badge, or a lost report against that card (written as
      *> a LEGACY row under the MEMBER-ID), retires it.
       fd  badges.
       01  reg-badges.
           02 bdg-serial        pic 9(09).
           02 bdg-login         pic x(60).
           02 bdg-issued        pic x(14).
           02 bdg-operator      pic x(60).
           02 bdg-status        pic x(01).
               88 bdg-active        value "I".
               88 bdg-lost          value "L".
               88 bdg-returned      value "R".
               88 bdg-destroyed     value "D".
               88 bdg-gone          value "L" "D".
           02 bdg-status-date   pic x(08).
           02 bdg-status-by     pic x(60).
      *> The serial this one replaced, and the card-fee charge row
      *> (PAY-SEQ on the member's account) when one was taken.
           02 bdg-replaces      pic 9(09).
           02 bdg-fee-seq       pic x(14).
           02 bdg-legacy        pic x(01).
               88 bdg-is-legacy     value "Y".
           02 bdg-note          pic x(60).
