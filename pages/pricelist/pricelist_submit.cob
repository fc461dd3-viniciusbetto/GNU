           copy "members.sel".
           copy "sessions.sel".
           copy "pricelist.sel".
           copy "taxcodes.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "pricelist.cpy".
       copy "taxcodes.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
           02 wdesc-in       pic x(20).
           02 wprice-in      pic x(07).
           02 wactive-in     pic x(01).
           02 wtax-in        pic x(02).
           02 filler         pic x(5932).
       copy "lnk-general.cpy".
       procedure division.
      *> Writes one price-list item. Staff only, audited -- the
           move warray(3) to wdesc-in
           move warray(4) to wprice-in
           move warray(5) to wactive-in
           move warray(6) to wtax-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
               move "ACTIVE MUST BE A OR X !!" to wmsgweb
               go redir-pricelist
           end-if
      *> A named tax code must exist; blank leaves the item on the
      *> bar/merchandise default.
           if wtax-in not = spaces
               open input taxcodes
               if fstatus not = zeros
                   move "TAX CODE TABLE NOT SET UP !!" to wmsgweb
                   go redir-pricelist
               end-if
               move wtax-in to txc-code
               read taxcodes invalid key
                   move "UNKNOWN TAX CODE !!" to wmsgweb
               end-read
               close taxcodes
               if wmsgweb not = spaces
                   go redir-pricelist
               end-if
           end-if
           open i-o pricelist
           if fstatus = "35"
               open output pricelist
           move wdesc-in   to plc-desc
           move wprice-in  to plc-price
           move wactive-in to plc-active
           move wtax-in    to plc-tax-code
           if wexists = "Y"
               rewrite reg-pricelist
           else
