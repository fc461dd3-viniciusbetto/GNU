           02 mev-login         pic x(60).
           02 filler            pic x(01) value space.
           02 mev-type          pic x(12).
      *> The member as the event left them -- status (A/I/P, S when
      *> suspended), type and branch -- so the feed can be replayed
      *> to any date. Blank on rows written before these were kept.
           02 filler            pic x(01) value space.
           02 mev-status        pic x(01).
           02 filler            pic x(01) value space.
           02 mev-mtype         pic x(01).
           02 filler            pic x(01) value space.
           02 mev-branch        pic x(03).
