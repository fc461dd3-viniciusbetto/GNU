      *> The sequence comes from the shared COUNTERS file, so it is
      *> monotonically increasing across every writer and a consumer
      *> can resume from the last sequence it saw (its cursor).
      *> When the member record in hand is the member the event is
      *> about, the row also carries their status, type and branch.
           move "LIFECYCLE-SEQ" to wcountername
           perform next-counter
           open extend memevents
           move function current-date(1:14) to mev-timestamp
           move wlogin to mev-login
           move wlifecycle-type to mev-type
           if login = wlogin
               move member-status to mev-status
               if member-suspended
                   move "S" to mev-status
               end-if
               move member-type to mev-mtype
               move branch-code to mev-branch
           end-if
           write reg-memevents
           close memevents
           move spaces to wlifecycle-type.
