           02 audit-old-phone   pic x(120).
           02 filler            pic x(01) value space.
           02 audit-new-phone   pic x(120).
      *> Hash chain kept by AUDITCHAIN: digest of the line before
      *> and of this line; spaces on lines written before chaining.
           02 filler            pic x(01) value space.
           02 audit-prev-hash   pic x(18).
           02 filler            pic x(01) value space.
           02 audit-hash        pic x(18).
