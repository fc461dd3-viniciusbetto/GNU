       fd  audit-in.
       01  audit-line-in.
           02 aud-timestamp  pic x(14).
           02 filler         pic x(622).
           02 filler         pic x(01).
           02 aud-prev-hash  pic x(18).
           02 filler         pic x(01).
           02 aud-hash       pic x(18).
           02 filler         pic x(26).
       fd  audit-out.
       01  audit-line-out   pic x(700).
       fd  errlog-in.
           02 mvl-seq        pic x(09).
           02 filler         pic x(01).
           02 mvl-timestamp  pic x(14).
           02 filler         pic x(96).
       fd  mev-out.
       01  mev-line-out     pic x(120).
       fd  keep-out.
       01  keep-line-out    pic x(700).
       fd  keep-in.
       01  wkept             pic 9(07) value zeros.
       01  warchived         pic 9(07) value zeros.
       01  wpurged           pic 9(07) value zeros.
       01  wkept-chained     pic 9(09) value zeros.
       01  wseg-open         pic x(18) value spaces.
       01  wseg-close        pic x(18) value spaces.
       01  wrpt-name         pic x(30) value spaces.
       01  wrpt-file         pic x(40) value spaces.
       01  wrpt-keep         pic 9(02) value zeros.
               move wenv to waudit-days
           end-if
           perform compute-cutoff
           move zeros to wkept warchived wkept-chained
           move spaces to wseg-open wseg-close
           move "audit-archive.tmp" to warchname
           open input audit-in
           if wi-fstatus not = zeros
                   add 1 to warchived
                   move audit-line-in to arch-line
                   write arch-line
                   if aud-hash not = spaces
                       if wseg-open = spaces
                           move aud-prev-hash to wseg-open
                       end-if
                       move aud-hash to wseg-close
                   end-if
               else
                   add 1 to wkept
                   move audit-line-in to keep-line-out
                   write keep-line-out
                   if aud-hash not = spaces
                       add 1 to wkept-chained
                   end-if
               end-if
               read audit-in next record
                   at end move "10" to wi-fstatus
               end-read
           end-perform
      *> The archive segment ends with the digests it opens from and
      *> closes at, so segments can be laid end to end and checked;
      *> what stays in audit.dat now chains from the closing one.
           if wseg-close not = spaces
               move spaces to arch-line
               string "*** AUDIT CHAIN SEGMENT  LINES "
                      delimited by size
                      warchived delimited by size
                      "  OPENS FROM " delimited by size
                      wseg-open delimited by size
                      "  CLOSES AT " delimited by size
                      wseg-close delimited by size
                   into arch-line
               end-string
               write arch-line
           end-if
           close audit-in
           close keep-out
           close arch-out
           perform copy-keep-to-audit
           if wseg-close not = spaces
               move "B" to wachain-mode
               move wseg-close to wachain-base
               move wkept-chained to wachain-count
               call "auditchain" using wachain-mode audit-line-in
                   wachain-state
           end-if
           if warchived > zeros
               move "AUDIT-ARCHIVE" to wrpt-name
               move warchname to wrpt-file
