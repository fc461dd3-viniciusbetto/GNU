       campaign-optout.
      *> Caller sets WCMO-LOGIN and WCMO-HOW (STOP for an SMS STOP,
      *> PREF for a narrowed contact preference); CAMPRCP must be
      *> declared. The opt-out is put down to the latest campaign
      *> that reached the member in the last WCMO-WINDOW-DAYS days,
      *> if any, so CAMPAIGN-REPORT can say what each campaign cost
      *> in opt-outs. Nothing here stops a message -- the member's
      *> CONTACT-PREF does that. The caller's FSTATUS is left as it
      *> was.
           move fstatus to wcmo-caller-fs
           open i-o camprcp
           if fstatus not = zeros
               move wcmo-caller-fs to fstatus
               exit paragraph
           end-if
           move function current-date(1:14) to wcmo-now
           compute wcmo-now-int =
               function integer-of-date(function numval(wcmo-now(1:8)))
           move zeros to wcmo-last-cmp
           move "00" to wcmo-fstatus
           move wcmo-login to crc-member
           start camprcp key is equal to crc-member
               invalid key move "10" to wcmo-fstatus
           end-start
           if wcmo-fstatus not = "10"
               read camprcp next
                   at end move "10" to wcmo-fstatus
               end-read
           end-if
           perform until wcmo-fstatus = "10"
                   or crc-member not = wcmo-login
               if crc-cmp-id > wcmo-last-cmp
                       and crc-queued(1:8) is numeric
                   move crc-queued(1:8) to wcmo-sent-date
                   compute wcmo-sent-int =
                       function integer-of-date(wcmo-sent-date)
                   if wcmo-now-int - wcmo-sent-int
                           <= wcmo-window-days
                       move crc-cmp-id to wcmo-last-cmp
                   end-if
               end-if
               read camprcp next
                   at end move "10" to wcmo-fstatus
               end-read
           end-perform
           if wcmo-last-cmp not = zeros
               move wcmo-last-cmp to crc-cmp-id
               move wcmo-login    to crc-login
               read camprcp
                   invalid key continue
                   not invalid key
                       if not crc-opted-out
                           move "Y"      to crc-optout
                           move wcmo-now to crc-optout-at
                           move wcmo-how to crc-optout-how
                           rewrite reg-camprcp
                       end-if
               end-read
           end-if
           close camprcp
           move wcmo-caller-fs to fstatus.
