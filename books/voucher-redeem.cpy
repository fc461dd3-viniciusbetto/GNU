       check-voucher.
      *> Caller sets WVCH-NO-IN (the printed number as keyed at the
      *> desk) and WVCH-WANTED (the amount to be met from it) before
      *> the perform. A voucher that is unknown, spent, lapsed or
      *> past its expiry date comes back refused in WMSGWEB;
      *> otherwise WVCH-NO, WVCH-BALANCE and WVCH-USED (the part of
      *> the wanted amount the balance covers -- partial use leaves
      *> the rest on the voucher) are set and nothing is written yet.
           move spaces to wmsgweb
           move zeros to wvch-no wvch-balance wvch-used
           if function trim(wvch-no-in) = spaces
               move "VOUCHER NUMBER IS REQUIRED !!" to wmsgweb
               exit paragraph
           end-if
           if function test-numval(wvch-no-in) not = 0
               move "INVALID VOUCHER NUMBER !!" to wmsgweb
               exit paragraph
           end-if
           move function numval(wvch-no-in) to wvch-no
           open input vouchers
           if fstatus not = zeros
               move "UNKNOWN VOUCHER !!" to wmsgweb
               exit paragraph
           end-if
           move wvch-no to vch-no
           read vouchers invalid key
               move "UNKNOWN VOUCHER !!" to wmsgweb
               close vouchers
               exit paragraph
           end-read
           close vouchers
           if vch-lapsed
               move "VOUCHER HAS LAPSED !!" to wmsgweb
               exit paragraph
           end-if
           if vch-used-up or vch-balance = zeros
               move "VOUCHER ALREADY USED UP !!" to wmsgweb
               exit paragraph
           end-if
           if vch-expires < function current-date(1:8)
               move "VOUCHER HAS EXPIRED !!" to wmsgweb
               exit paragraph
           end-if
           move vch-balance to wvch-balance
           if wvch-wanted > vch-balance
               move vch-balance to wvch-used
           else
               move wvch-wanted to wvch-used
           end-if.
       redeem-voucher.
      *> Draws WVCH-USED off voucher WVCH-NO after CHECK-VOUCHER
      *> passed. The balance is read again under the update, so two
      *> desks spending the same voucher at once cannot both have
      *> it; the loser comes back refused in WMSGWEB.
           move spaces to wmsgweb
           open i-o vouchers
           if fstatus not = zeros
               move "VOUCHER FILE UNAVAILABLE !!" to wmsgweb
               exit paragraph
           end-if
           move wvch-no to vch-no
           read vouchers invalid key
               move "UNKNOWN VOUCHER !!" to wmsgweb
               close vouchers
               exit paragraph
           end-read
           if not vch-live or vch-balance < wvch-used
               move "VOUCHER BALANCE CHANGED -- TRY AGAIN !!"
                   to wmsgweb
               close vouchers
               exit paragraph
           end-if
           subtract wvch-used from vch-balance
           move vch-balance to wvch-balance
           move function current-date(1:8) to vch-last-used
           if vch-balance = zeros
               set vch-used-up to true
           end-if
           rewrite reg-vouchers
           close vouchers.
