       file-control.
           copy "members.sel".
           copy "payments.sel".
           copy "collect.sel".
           select tabdun assign to "tabdun.dat"
               organization is indexed
               access mode is dynamic
       file section.
           copy "members.cpy".
           copy "payments.cpy".
           copy "collect.cpy".
       fd  tabdun.
       01  reg-tabdun.
           02 td-login       pic x(60).
       01  wmemberlogin      pic x(60) value spaces.
       01  wchasedcount      pic 9(05) value zeros.
       01  wexists           pic x(01) value "N".
       01  wcol-ok           pic x(01) value "N".
       01  wplaced           pic x(01) value "N".
       01  wmailsubject      pic x(60) value spaces.
       01  wmailbody         pic x(200) value spaces.
       01  wsmsmessage       pic x(160) value spaces.
               close worklist-out
               open extend worklist-out
           end-if
           open input collect
           move "N" to wcol-ok
           if fstatus = zeros
               move "Y" to wcol-ok
           end-if
           open output report-out
           move function current-date(1:6) to wmonth
           move spaces to report-line
           perform until fstatus = "10"
               if member-active
                   move login to wmemberlogin
                   perform check-placed
               end-if
               if member-active and wplaced = "N"
                   perform compute-tab-balance
                   if wtab-balance > zeros
                       perform chase-tab
           write report-line
           close members
           close payments
           if wcol-ok = "Y"
               close collect
           end-if
           close tabdun
           close worklist-out
           close report-out
           move wchasedcount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       check-placed.
      *> An account handed to the collections agency is the agency's
      *> to chase; the club's own notices stop while it is placed.
           move "N" to wplaced
           if wcol-ok = "Y"
               move wmemberlogin to col-login
               read collect
                   invalid key continue
                   not invalid key
                       if col-placed
                           move "Y" to wplaced
                       end-if
               end-read
           end-if.
       compute-tab-balance.
           move zeros to wtab-balance
           move "00" to wp-fstatus
