           02 vol-hours       pic 9(03)v9.
           02 vol-approver    pic x(60).
           02 vol-status      pic x(01).
      *> P = raised from a shift sign-up, waiting for the volunteer
      *> coordinator; R = turned down by the coordinator (no-show).
               88 vol-pending    value "P".
               88 vol-approved   value "A".
               88 vol-rejected   value "R".
               88 vol-credited   value "C".
