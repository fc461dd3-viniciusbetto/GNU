       identification division.
       program-id. assets_submit.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "assets.sel".
           copy "items.sel".
           copy "resources.sel".
           copy "counters.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "assets.cpy".
       copy "items.cpy".
       copy "resources.cpy".
       copy "counters.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       01  wlogin            pic x(60) value spaces.
       01  wdatecheck        pic 9(08) value zeros.
       01  wlinkid-n         pic 9(05) value zeros.
       01  wcost-n           pic 9(07)v99 value zeros.
       01  wresid-n          pic 9(07)v99 value zeros.
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wdesc-in       pic x(60).
           02 wlink-in       pic x(01).
           02 wlinkid-in     pic x(05).
           02 wdate-in       pic x(08).
           02 wcost-in       pic x(09).
           02 wresid-in      pic x(09).
           02 wlife-in       pic x(03).
           02 wmethod-in     pic x(01).
           02 filler         pic x(5872).
       copy "lnk-general.cpy".
       procedure division.
      *> Adds one asset to the register. A lending item's own
      *> ITEM-COST is taken as the cost when none is keyed; a link
      *> must name a real ITEMS or RESOURCES row, and an item can
      *> stand for only one asset. Staff only, audited.
           display
              "Content-type: text/html"
               newline
           end-display
           move "assets_submit" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           if wform-toolarge
               move "FORM TOO LARGE !!" to wmsgweb
               perform openprogram
               stop run
           end-if
           move warray(1) to wtoken-in
           move warray(2) to wdesc-in
           move warray(3) to wlink-in
           move warray(4) to wlinkid-in
           move warray(5) to wdate-in
           move warray(6) to wcost-in
           move warray(7) to wresid-in
           move warray(8) to wlife-in
           move warray(9) to wmethod-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-assets
           end-if
           perform authorize-staff-only.
           close members
           if wdesc-in = spaces
               move "ASSET DESCRIPTION IS REQUIRED !!" to wmsgweb
               go redir-assets
           end-if
           if wdate-in not numeric
               move "INVALID ACQUISITION DATE !!" to wmsgweb
               go redir-assets
           end-if
           move wdate-in to wdatecheck
           if function test-date-yyyymmdd(wdatecheck) not = 0
               move "INVALID ACQUISITION DATE !!" to wmsgweb
               go redir-assets
           end-if
           if wlife-in not numeric or wlife-in = "000"
               move "INVALID USEFUL LIFE !!" to wmsgweb
               go redir-assets
           end-if
           if wmethod-in not = "S" and wmethod-in not = "R"
               move "METHOD MUST BE S OR R !!" to wmsgweb
               go redir-assets
           end-if
           if wresid-in = spaces
               move zeros to wresid-n
           else
               if wresid-in not numeric
                   move "INVALID RESIDUAL VALUE !!" to wmsgweb
                   go redir-assets
               end-if
               move wresid-in to wresid-n
           end-if
           if wcost-in not = spaces
               if wcost-in not numeric
                   move "INVALID ASSET COST !!" to wmsgweb
                   go redir-assets
               end-if
               move wcost-in to wcost-n
           end-if
           evaluate wlink-in
               when space
                   move zeros to wlinkid-n
               when "I"
                   perform check-item-link
               when "R"
                   perform check-resource-link
               when other
                   move "LINK MUST BE I, R OR BLANK !!" to wmsgweb
                   go redir-assets
           end-evaluate
           if wcost-n = zeros
               move "INVALID ASSET COST !!" to wmsgweb
               go redir-assets
           end-if
           if wresid-n >= wcost-n
               move "RESIDUAL MUST BE BELOW COST !!" to wmsgweb
               go redir-assets
           end-if
           open i-o assets
           if fstatus = "35"
               open output assets
               close assets
               open i-o assets
           end-if
           if wlink-in = "I"
               perform check-item-taken
           end-if
           move "ASSET-ID" to wcountername
           perform next-counter
           initialize reg-assets
           move wcountervalue to ast-id
           move wdesc-in      to ast-desc
           move wlink-in      to ast-link-type
           move wlinkid-n     to ast-link-id
           move wdate-in      to ast-acquired
           move wcost-n       to ast-cost
           move wresid-n      to ast-residual
           move wlife-in      to ast-life-months
           move wmethod-in    to ast-method
           move zeros         to ast-accum-dep ast-disposal-nbv
           move spaces        to ast-last-dep ast-disposed-on
                                 ast-disposal-why
           set ast-in-use to true
           move wsessionlogin to ast-operator
           write reg-assets
           close assets
           move wsessionlogin to wlogin
           move "ASSET-ADD" to waudit-op
           perform write-audit
           move "ASSET ADDED TO THE REGISTER." to wmsgweb.
       redir-assets.
           move "post"       to wmethod
           move "assets.exe" to wexec
           perform openprogram
           stop run.
       check-item-link.
           if wlinkid-in not numeric
               move "INVALID ITEM NUMBER !!" to wmsgweb
               go redir-assets
           end-if
           move wlinkid-in to wlinkid-n
           open input items
           if fstatus not = zeros
               move "INVALID ITEM NUMBER !!" to wmsgweb
               go redir-assets
           end-if
           move wlinkid-n to item-id
           read items invalid key
               move "INVALID ITEM NUMBER !!" to wmsgweb
               close items
               go redir-assets
           end-read
           close items
           if item-retired
               move "ITEM IS ALREADY RETIRED !!" to wmsgweb
               go redir-assets
           end-if
           if wcost-in = spaces
               move item-cost to wcost-n
           end-if.
       check-resource-link.
           if wlinkid-in not numeric
               move "INVALID RESOURCE NUMBER !!" to wmsgweb
               go redir-assets
           end-if
           move wlinkid-in to wlinkid-n
           open input resources
           if fstatus not = zeros
               move "INVALID RESOURCE NUMBER !!" to wmsgweb
               go redir-assets
           end-if
           move wlinkid-n to res-id
           read resources invalid key
               move "INVALID RESOURCE NUMBER !!" to wmsgweb
               close resources
               go redir-assets
           end-read
           close resources.
       check-item-taken.
           move zeros to ast-id
           start assets key is not less than ast-id
               invalid key exit paragraph
           end-start
           read assets next
               at end exit paragraph
           end-read
           perform until fstatus = "10"
               if ast-link-item and ast-link-id = wlinkid-n
                       and ast-in-use
                   close assets
                   move "ITEM IS ALREADY ON THE REGISTER !!" to wmsgweb
                   go redir-assets
               end-if
               read assets next
                   at end move "10" to fstatus
               end-read
           end-perform.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "counter-next.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
