           copy "payments.sel".
           copy "payplan.sel".
           copy "dunning.sel".
           copy "collect.sel".
           select worklist-out assign to "worklist.dat"
               organization is line sequential
               file status is ww-fstatus.
           copy "payments.cpy".
           copy "payplan.cpy".
           copy "dunning.cpy".
           copy "collect.cpy".
       fd  worklist-out.
       01  worklist-line    pic x(200).
       fd  report-out.
       01  wlastdue          pic 9(08) value zeros.
       01  wplan-ok          pic x(01) value "N".
       01  whasplan          pic x(01) value "N".
       01  wcol-ok           pic x(01) value "N".
       01  wplaced           pic x(01) value "N".
       01  wplandue          pic 9(08) value zeros.
       01  wanchor           pic x(08) value spaces.
       01  wtargetstage      pic 9(01) value zeros.
               close worklist-out
               open extend worklist-out
           end-if
           open input collect
           move "N" to wcol-ok
           if fstatus = zeros
               move "Y" to wcol-ok
           end-if
           open output report-out
           move function current-date(1:8) to wtoday
           compute wtoday-int = function integer-of-date(wtoday)
           read members next
           perform until fstatus = "10"
               if member-active
                   move login to wmemberlogin
                   perform check-placed
               end-if
               if member-active and wplaced = "N"
                   add 1 to wcheckedcount
                   move name  to wmembername
                   move phone to wmemberphone
                   move email to wmemberemail
           if wplan-ok = "Y"
               close payplan
           end-if
           if wcol-ok = "Y"
               close collect
           end-if
           close dunning
           close worklist-out
           close report-out
           move wsentcount to wrl-count
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
       compute-overdue.
      *> Days overdue and the anchor date the episode is tracked by:
      *> for a member on an installment plan, the earliest open
