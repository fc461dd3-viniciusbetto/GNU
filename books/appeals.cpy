      *> Fundraising appeals (the roof appeal, the junior section
      *> minibus): a code that donations and pledges are tagged
      *> with, a target and the dates it runs. An appeal that is
      *> closed, or whose dates do not cover today, takes no new
      *> gifts or pledges.
       fd  appeals.
       01  reg-appeals.
           02 apl-code        pic x(08).
           02 apl-name        pic x(40).
           02 apl-target      pic 9(09)v99.
           02 apl-start       pic x(08).
           02 apl-end         pic x(08).
           02 apl-status      pic x(01).
               88 apl-open        value "A".
               88 apl-closed      value "X".
           02 apl-changed     pic x(14).
           02 apl-changed-by  pic x(60).
