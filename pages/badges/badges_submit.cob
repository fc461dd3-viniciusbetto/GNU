       identification division.
       program-id. badges_submit.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "badges.sel".
           copy "payments.sel".
           copy "pricelist.sel".
           copy "taxcodes.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "badges.cpy".
       copy "payments.cpy".
       copy "pricelist.cpy".
       copy "taxcodes.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       78  wcard-fee-item    value "CARD".
       01  wlogin            pic x(60) value spaces.
       01  wtoday            pic x(08) value spaces.
       01  wserial-n         pic 9(09) value zeros.
       01  wmember-id        pic 9(09) value zeros.
       01  wb-fstatus        pic xx    value "00".
       01  wm-fstatus        pic xx    value "00".
       01  whas-rows         pic x(01) value "N".
       01  wactive-serial    pic 9(09) value zeros.
       01  wlast-serial      pic 9(09) value zeros.
       01  wlast-status      pic x(01) value spaces.
       01  wlast-issued      pic x(14) value spaces.
       01  wid-owner         pic x(60) value spaces.
       01  wfee-seq          pic x(14) value spaces.
       01  wfee-note         pic x(40) value spaces.
       01  wfee-display      pic zzzzzz9,99.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wopcao         pic x(10).
           02 wserial-in     pic x(09).
           02 wblogin        pic x(60).
           02 wstatus-in     pic x(01).
           02 wwaive-in      pic x(01).
           02 wnote-in       pic x(60).
           02 filler         pic x(5827).
       copy "lnk-general.cpy".
       procedure division.
      *> Write side of the badge register: issue a badge or fob to a
      *> member, replace one that was lost or destroyed in a single
      *> step, or record a badge as lost, handed back or destroyed.
      *> The nightly ACCESS-EXPORT sends whichever badge is issued,
      *> so a lost badge drops out of the next delta. A badge issued
      *> after a lost or destroyed one is a replacement and carries
      *> the card fee (price-list item CARD) as an open charge on the
      *> member's house account unless the desk waives it. A lost
      *> report against a member who never had a badge retires the
      *> printed card's MEMBER-ID. Staff only; every change audited.
           display
              "Content-type: text/html"
               newline
           end-display
           move "badges_submit" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           if wform-toolarge
               move "FORM TOO LARGE !!" to wmsgweb
               perform openprogram
               stop run
           end-if
           move warray(1) to wtoken-in
           move warray(2) to wopcao
           move warray(3) to wserial-in
           move warray(4) to wblogin
           move warray(5) to wstatus-in
           move warray(6) to wwaive-in
           move warray(7) to wnote-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-badges
           end-if
           perform authorize-staff-only.
           move function current-date(1:8) to wtoday
           move zeros to wserial-n
           if wserial-in not = spaces
               if function test-numval(wserial-in) not = 0
                   move "INVALID BADGE SERIAL !!" to wmsgweb
                   close members
                   go redir-badges
               end-if
               move function numval(wserial-in) to wserial-n
           end-if
           open i-o badges
           if fstatus = "35"
               open output badges
               close badges
               open i-o badges
           end-if
           if fstatus not = zeros
               move "BADGES FILE UNAVAILABLE !!" to wmsgweb
               close members
               go redir-badges
           end-if
           evaluate wopcao
               when "issue"   perform issue-badge
               when "replace" perform replace-badge
               when "status"  perform change-status
               when other     move "UNKNOWN OPERATION !!" to wmsgweb
           end-evaluate
           close badges
           close members.
       redir-badges.
           move wblogin      to wredirlogin
           move "post"       to wmethod
           move "badges.exe" to wexec
           perform openprogram
           stop run.
       issue-badge.
      *> A member with a badge already issued must have it recorded
      *> lost, returned or destroyed (or use replace) first.
           perform read-holder
           if wmsgweb not = spaces
               exit paragraph
           end-if
           perform member-badges
           if wactive-serial > zeros
               string "MEMBER ALREADY HOLDS BADGE " delimited by size
                      wactive-serial delimited by size
                      " !!" delimited by size
                   into wmsgweb
               end-string
               exit paragraph
           end-if
           perform check-new-serial
           if wmsgweb not = spaces
               exit paragraph
           end-if
           perform write-new-badge.
       replace-badge.
      *> The member's issued badge (or, with no badge rows at all,
      *> the printed card's MEMBER-ID) is recorded lost or destroyed
      *> and the new serial issued against it in one go.
           if wstatus-in not = "L" and wstatus-in not = "D"
               move "L" to wstatus-in
           end-if
           perform read-holder
           if wmsgweb not = spaces
               exit paragraph
           end-if
           perform member-badges
           if wactive-serial = zeros
                   and (whas-rows = "Y" or wmember-id = zeros)
               move "MEMBER HAS NO BADGE TO REPLACE !!" to wmsgweb
               exit paragraph
           end-if
           perform check-new-serial
           if wmsgweb not = spaces
               exit paragraph
           end-if
           if wactive-serial > zeros
               move wactive-serial to bdg-serial
               read badges invalid key
                   move "BADGE FILE OUT OF STEP !!" to wmsgweb
                   exit paragraph
               end-read
               perform set-new-status
               rewrite reg-badges
               perform audit-status
               move wactive-serial to wlast-serial
           else
               perform write-legacy-row
               move wmember-id to wlast-serial
           end-if
           move wstatus-in to wlast-status
           perform write-new-badge.
       change-status.
      *> Only an issued badge can go lost, returned or destroyed; a
      *> lost one that turns up can still be handed back or
      *> destroyed. A serial not on the register may be a printed
      *> card's MEMBER-ID, for a member who never had a badge.
           if wstatus-in not = "L" and wstatus-in not = "R"
                   and wstatus-in not = "D"
               move "CHOOSE LOST, RETURNED OR DESTROYED !!" to wmsgweb
               exit paragraph
           end-if
           if wserial-n = zeros
               move "BADGE SERIAL IS REQUIRED !!" to wmsgweb
               exit paragraph
           end-if
           move wserial-n to bdg-serial
           read badges invalid key
               perform status-legacy-card
               exit paragraph
           end-read
           move bdg-login to wblogin
           if bdg-returned or bdg-destroyed
                   or (bdg-lost and wstatus-in = "L")
               move "BADGE IS NOT OUT !!" to wmsgweb
               exit paragraph
           end-if
           perform set-new-status
           rewrite reg-badges
           perform audit-status
           move "BADGE UPDATED." to wmsgweb.
       status-legacy-card.
           perform find-id-owner
           if wid-owner = spaces
               move "BADGE NOT ON FILE !!" to wmsgweb
               exit paragraph
           end-if
           move wid-owner to wblogin
           perform member-badges
           if whas-rows = "Y"
               move "CARD ALREADY REPLACED BY A BADGE !!" to wmsgweb
               exit paragraph
           end-if
           move wserial-n to wmember-id
           perform write-legacy-row
           move "BADGE UPDATED." to wmsgweb.
       write-legacy-row.
      *> The printed card had no row of its own; it gets one now, in
      *> its final state, so the export stops sending it.
           initialize reg-badges
           move wmember-id to bdg-serial
           move wblogin to bdg-login
           move spaces to bdg-issued
           move spaces to bdg-operator
           perform set-new-status
           move "Y" to bdg-legacy
           write reg-badges invalid key
               move "BADGE SERIAL ALREADY ON FILE !!" to wmsgweb
               exit paragraph
           end-write
           perform audit-status.
       set-new-status.
           move wstatus-in to bdg-status
           move wtoday to bdg-status-date
           move wsessionlogin to bdg-status-by
           if wnote-in not = spaces
               move wnote-in to bdg-note
           end-if.
       audit-status.
           evaluate wstatus-in
               when "L" move "BADGE-LOST"    to waudit-op
               when "R" move "BADGE-RETURN"  to waudit-op
               when other move "BADGE-DESTROY" to waudit-op
           end-evaluate
           move spaces to waudit-new-name
           string bdg-serial delimited by size
                  " " delimited by size
                  bdg-login delimited by size
               into waudit-new-name
           end-string
           perform write-audit.
       read-holder.
           if wblogin = spaces
               move "MEMBER LOGIN IS REQUIRED !!" to wmsgweb
               exit paragraph
           end-if
           move wblogin to login
           read members invalid key
               move "NOT EXISTING MEMBER !!" to wmsgweb
               exit paragraph
           end-read
           move member-id to wmember-id.
       member-badges.
      *> Every row the member has held, by the login key: the badge
      *> issued now, if any, and the most recently issued one with
      *> the state it ended in.
           move "N" to whas-rows
           move zeros to wactive-serial
           move zeros to wlast-serial
           move spaces to wlast-status
           move spaces to wlast-issued
           move "00" to wb-fstatus
           move wblogin to bdg-login
           start badges key is equal to bdg-login
               invalid key move "10" to wb-fstatus
           end-start
           if wb-fstatus not = "10"
               read badges next
                   at end move "10" to wb-fstatus
               end-read
           end-if
           perform until wb-fstatus = "10" or bdg-login not = wblogin
               move "Y" to whas-rows
               if bdg-active
                   move bdg-serial to wactive-serial
               end-if
               if bdg-issued >= wlast-issued
                   move bdg-issued to wlast-issued
                   move bdg-serial to wlast-serial
                   move bdg-status to wlast-status
               end-if
               read badges next
                   at end move "10" to wb-fstatus
               end-read
           end-perform.
       check-new-serial.
      *> A serial is handed out once, and may not collide with any
      *> member's printed card number, which the door still honours
      *> for members who have never had a badge.
           if wserial-n = zeros
               move "BADGE SERIAL IS REQUIRED !!" to wmsgweb
               exit paragraph
           end-if
           move wserial-n to bdg-serial
           read badges invalid key
               continue
           not invalid key
               move "BADGE SERIAL ALREADY ON FILE !!" to wmsgweb
               exit paragraph
           end-read
           perform find-id-owner
           if wid-owner not = spaces
               move "SERIAL IS A MEMBER CARD NUMBER !!" to wmsgweb
           end-if
           move wblogin to login
           read members invalid key
               continue
           end-read.
       find-id-owner.
           move spaces to wid-owner
           move "00" to wm-fstatus
           move low-values to login
           start members key is not less than login
               invalid key move "10" to wm-fstatus
           end-start
           if wm-fstatus not = "10"
               read members next
                   at end move "10" to wm-fstatus
               end-read
           end-if
           perform until wm-fstatus = "10" or wid-owner not = spaces
               if member-id = wserial-n
                   move login to wid-owner
               end-if
               read members next
                   at end move "10" to wm-fstatus
               end-read
           end-perform.
       write-new-badge.
      *> WLAST-STATUS / WLAST-SERIAL still describe the badge before
      *> this one: lost or destroyed makes this a replacement.
           move spaces to wfee-seq
           move spaces to wfee-note
           if wlast-status = "L" or wlast-status = "D"
               if wwaive-in = "Y"
                   move " CARD FEE WAIVED." to wfee-note
               else
                   perform charge-card-fee
               end-if
           end-if
           initialize reg-badges
           move wserial-n to bdg-serial
           move wblogin to bdg-login
           move function current-date(1:14) to bdg-issued
           move wsessionlogin to bdg-operator
           set bdg-active to true
           move wtoday to bdg-status-date
           move wsessionlogin to bdg-status-by
           if wlast-status = "L" or wlast-status = "D"
               move wlast-serial to bdg-replaces
           end-if
           move wfee-seq to bdg-fee-seq
           move "N" to bdg-legacy
           move wnote-in to bdg-note
           write reg-badges invalid key
               move "BADGE SERIAL ALREADY ON FILE !!" to wmsgweb
               exit paragraph
           end-write
           move "BADGE-ISSUE" to waudit-op
           move spaces to waudit-new-name
           string bdg-serial delimited by size
                  " " delimited by size
                  bdg-login delimited by size
               into waudit-new-name
           end-string
           perform write-audit
           string "BADGE ISSUED." delimited by size
                  wfee-note delimited by size
               into wmsgweb
           end-string.
       charge-card-fee.
      *> Priced and taxed like a tab sale of the CARD item, so the
      *> sales mix and the quarterly tax return both see it.
           open input pricelist
           if fstatus not = zeros
               move " NO CARD FEE ON THE PRICE LIST." to wfee-note
               exit paragraph
           end-if
           move wcard-fee-item to plc-code
           read pricelist invalid key
               move " NO CARD FEE ON THE PRICE LIST." to wfee-note
               close pricelist
               exit paragraph
           end-read
           close pricelist
           if not plc-is-active or plc-price = zeros
               move " NO CARD FEE ON THE PRICE LIST." to wfee-note
               exit paragraph
           end-if
           open i-o payments
           if fstatus not = zeros
               move " CARD FEE NOT POSTED." to wfee-note
               exit paragraph
           end-if
           initialize reg-payments
           move wblogin to pay-login
           move function current-date(1:14) to pay-seq
           move plc-price to pay-amount
           move spaces to pay-method
           string "CARD FEE " delimited by size
                  wserial-n delimited by size
               into pay-method
           end-string
           move spaces to pay-due-date
           set pay-kind-tab to true
           move spaces to pay-reason
           move wcard-fee-item to pay-reason(1:6)
           move "001" to pay-reason(7:3)
           move "N" to pay-reversed
           set pay-cat-tab to true
           move wsessionlogin to pay-operator
           move plc-tax-code to wtax-code
           move "TA" to wtax-category
           move plc-price to wtax-gross
           perform compute-tax
           move wtax-amount to pay-tax
           move wtax-code   to pay-tax-code
           write reg-payments
           move pay-seq to wfee-seq
           close payments
           move plc-price to wfee-display
           string " CARD FEE " delimited by size
                  function trim(wfee-display) delimited by size
                  " CHARGED." delimited by size
               into wfee-note
           end-string.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "tax-read.cpy".
           copy "pcd-general.cpy".
