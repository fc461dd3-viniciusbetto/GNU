           copy "members.sel".
           copy "sessions.sel".
           copy "tariff.sel".
           copy "taxcodes.sel".
           copy "acczones.sel".
           copy "audit.sel".
           copy "errlog.sel".
       copy "members.cpy".
       copy "sessions.cpy".
       copy "tariff.cpy".
       copy "taxcodes.cpy".
       copy "acczones.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
           02 wwestart-in    pic x(02).
           02 wweend-in      pic x(02).
           02 wtablimit-in   pic x(08).
           02 wtax-in        pic x(02).
           02 filler         pic x(5932).
       copy "lnk-general.cpy".
       procedure division.
      *> Writes one tariff tier. Staff only; every change is audited
           move warray(8) to wwestart-in
           move warray(9) to wweend-in
           move warray(10) to wtablimit-in
           move warray(11) to wtax-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
               move "INVALID GRACE DAYS !!" to wmsgweb
               go redir-tariff
           end-if
      *> Dues are exempt unless the tier names a code of its own.
           if wtax-in not = spaces
               open input taxcodes
               if fstatus not = zeros
                   move "TAX CODE TABLE NOT SET UP !!" to wmsgweb
                   go redir-tariff
               end-if
               move wtax-in to txc-code
               read taxcodes invalid key
                   move "UNKNOWN TAX CODE !!" to wmsgweb
               end-read
               close taxcodes
               if wmsgweb not = spaces
                   go redir-tariff
               end-if
           end-if
           open i-o tariff
           if fstatus = "35"
               open output tariff
               end-if
               move wtablimit-in to trf-tab-limit
           end-if
           move wtax-in to trf-tax-code
           if wexists = "Y"
               rewrite reg-tariff
           else
