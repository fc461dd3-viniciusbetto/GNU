       environment division.
       input-output section.
       file-control.
           copy "members.sel".
           copy "badges.sel".
           select door-in assign to "door-events.dat"
               organization is line sequential
               file status is wd-fstatus.
               file status is wr-fstatus.
       data division.
       file section.
           copy "members.cpy".
           copy "badges.cpy".
       fd  door-in.
       01  door-event-line.
           02 dev-timestamp  pic x(14).
       01  wkiosk-table.
           02 wkiosk-entry occurs 2000 times.
               03 wks-date    pic x(08).
               03 wks-login   pic x(60).
       01  wks-idx           pic 9(04) value zeros.
       01  wfound-m          pic x(01) value "N".
       78  wmax-cards        value 2000.
       01  wcard-count       pic 9(04) value zeros.
       01  wcard-table.
           02 wcard-entry occurs 2000 times.
               03 wcd-id      pic 9(09).
               03 wcd-login   pic x(60).
       01  wcd-idx           pic 9(04) value zeros.
       01  wb-fstatus        pic xx     value "00".
       01  wbadges-open      pic x(01) value "N".
       01  wholder-login     pic x(60) value spaces.
       01  wholder-state     pic x(08) value spaces.
       01  wretired-accept   pic 9(04) value zeros.
       01  weventcount       pic 9(06) value zeros.
       01  wdenied-allowed   pic 9(04) value zeros.
       01  waccept-unknown   pic 9(04) value zeros.
      *> reports the drift before an angry member reports it for us:
      *> denials of members on the allow list, acceptances of badges
      *> we never exported, openings with no badge at all, and
      *> accepted badges with no kiosk check-in the same day. Each
      *> badge is named with its holder and state from BADGES (or,
      *> for a number that is a printed card's MEMBER-ID, the
      *> member and CARD), so a lost badge still opening the door
      *> is plain to see.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           perform load-card-numbers
           open input badges
           if fstatus = zeros
               move "Y" to wbadges-open
           end-if
           perform load-allow-list
           perform load-kiosk-visits
           open input door-in
               end-read
           end-perform
           close door-in
           if wbadges-open = "Y"
               close badges
           end-if
           move spaces to report-line
           write report-line
           move spaces to report-line
                  "  ACCEPTED WITHOUT KIOSK CHECK-IN: "
                  delimited by size
                  wno-kiosk delimited by size
                  "  ACCEPTED ON RETIRED BADGE: " delimited by size
                  wretired-accept delimited by size
               into report-line
           end-string
           write report-line
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       load-allow-list.
      *> Allow lines lead with the nine-digit badge serial (or the
      *> printed card's MEMBER-ID) the export writes; that prefix is
      *> the whole comparison key here.
           open input allow-in
           if wa-fstatus not = zeros
               exit paragraph
                   add 1 to wkiosk-count
                   move vis-timestamp(1:8)
                       to wks-date(wkiosk-count)
                   move vis-login to wks-login(wkiosk-count)
               end-if
               read visits-in next record
                   at end move "10" to wi-fstatus
               write report-line
               exit paragraph
           end-if
           perform identify-badge
           perform check-on-allow-list
           if dev-denied and wfound-m = "Y"
               add 1 to wdenied-allowed
                      dev-door delimited by size
                      "  BADGE " delimited by size
                      dev-badge-id delimited by size
                      " " delimited by size
                      wholder-state delimited by size
                      "  DENIED BUT ON ALLOW LIST" delimited by size
                      "  MEMBER " delimited by size
                      wholder-login delimited by size
                   into report-line
               end-string
               write report-line
           end-if
           if dev-accepted and wfound-m = "N"
               add 1 to waccept-unknown
               if wholder-state = "LOST" or wholder-state = "RETURNED"
                       or wholder-state = "DESTROYD"
                       or wholder-state = "OLD CARD"
                   add 1 to wretired-accept
               end-if
               move spaces to report-line
               string dev-timestamp delimited by size
                      "  DOOR " delimited by size
                      dev-door delimited by size
                      "  BADGE " delimited by size
                      dev-badge-id delimited by size
                      " " delimited by size
                      wholder-state delimited by size
                      "  ACCEPTED BUT NEVER EXPORTED"
                          delimited by size
                      "  MEMBER " delimited by size
                      wholder-login delimited by size
                   into report-line
               end-string
               write report-line
           move "N" to wfound-m
           perform varying wks-idx from 1 by 1
                   until wks-idx > wkiosk-count or wfound-m = "Y"
               if wks-login(wks-idx) = wholder-login
                       and wholder-login not = spaces
                       and wks-date(wks-idx) = dev-timestamp(1:8)
                   move "Y" to wfound-m
               end-if
           end-perform.
       load-card-numbers.
      *> Printed card numbers, for badges the register has never
      *> seen: the door honours a member's MEMBER-ID until their
      *> first badge is issued.
           open input members
           if fstatus not = zeros
               exit paragraph
           end-if
           read members next
           perform until fstatus = "10"
                   or wcard-count >= wmax-cards
               if member-id not = zeros
                   add 1 to wcard-count
                   move member-id to wcd-id(wcard-count)
                   move login     to wcd-login(wcard-count)
               end-if
               read members next
           end-perform
           close members.
       identify-badge.
           move spaces to wholder-login
           move "UNKNOWN" to wholder-state
           if wbadges-open = "Y"
               move dev-badge-id to bdg-serial
               read badges invalid key
                   continue
               not invalid key
                   move bdg-login to wholder-login
                   evaluate true
                       when bdg-active
                           move "ISSUED"   to wholder-state
                       when bdg-lost
                           move "LOST"     to wholder-state
                       when bdg-returned
                           move "RETURNED" to wholder-state
                       when other
                           move "DESTROYD" to wholder-state
                   end-evaluate
               end-read
           end-if
           if wholder-login not = spaces
               exit paragraph
           end-if
           perform varying wcd-idx from 1 by 1
                   until wcd-idx > wcard-count
                   or wholder-login not = spaces
               if wcd-id(wcd-idx) = dev-badge-id
                   move wcd-login(wcd-idx) to wholder-login
                   move "CARD" to wholder-state
               end-if
           end-perform
      *> A card number whose member has since had a badge issued
      *> should no longer open anything.
           if wholder-login not = spaces and wbadges-open = "Y"
               move "00" to wb-fstatus
               move wholder-login to bdg-login
               start badges key is equal to bdg-login
                   invalid key move "10" to wb-fstatus
               end-start
               if wb-fstatus not = "10"
                   move "OLD CARD" to wholder-state
               end-if
           end-if.
