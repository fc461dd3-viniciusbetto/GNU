       file-control.
           copy "members.sel".
           copy "audit.sel".
           copy "camprcp.sel".
           select inbound-in assign to "sms-inbound.dat"
               organization is line sequential
               file status is wi-fstatus.
       file section.
           copy "members.cpy".
           copy "audit.cpy".
           copy "camprcp.cpy".
       fd  inbound-in.
       01  inbound-line     pic x(200).
       fd  worklist-out.
           move "SMS-STOP" to waudit-op
           move spaces to wsessionlogin
           perform write-audit
           move wlogin to wcmo-login
           move "STOP" to wcmo-how
           perform campaign-optout
           add 1 to wstopcount
           move spaces to report-line
           string "STOP   " delimited by size
           end-string
           write report-line.
       copy "audit-log.cpy".
       copy "campaign-optout.cpy".
