      *> Certificates of erasure, one line per member erased. The
      *> log is exempt from retention: HOUSEKEEPING never sweeps it.
      *> It holds no personal data -- the erased login survives only
      *> as a one-way digest, so a later "was X erased?" can be
      *> answered by digesting X and looking for the line.
       fd  erasure-log.
       01  reg-erasure.
           02 ers-timestamp     pic x(14).
           02 filler            pic x(01) value space.
           02 ers-pseudonym     pic x(20).
           02 filler            pic x(01) value space.
           02 ers-member-id     pic 9(09).
           02 filler            pic x(01) value space.
           02 ers-login-digest  pic x(18).
           02 filler            pic x(01) value space.
           02 ers-by            pic x(60).
           02 filler            pic x(01) value space.
           02 ers-records       pic 9(07).
           02 filler            pic x(01) value space.
           02 ers-deleted       pic 9(07).
