       compute-tax.
      *> Caller sets WTAX-CODE (the price-list item's or tariff tier's
      *> own code, or spaces), WTAX-CATEGORY (the PAY-CATEGORY the
      *> charge books under) and WTAX-GROSS (the amount charged, which
      *> is tax-inclusive -- the bar board and the tariff are what the
      *> member pays) before the perform. A blank code takes the
      *> category default: bar, merchandise, passes and sponsorship
      *> standard-rated, dues, donations and event fees exempt.
      *> WTAX-CODE comes back resolved, WTAX-RATE and WTAX-AMOUNT (the
      *> tax portion of the gross) from the TAXCODES row -- an unknown
      *> or inactive code, or no table yet, books no tax, so a site
      *> that never sets the table up charges and reports exactly as
      *> before.
           if wtax-code = spaces
               evaluate wtax-category
                   when "TA"
                   when "ME"
                   when "PS"
                   when "SP"
                       move wtax-std-default to wtax-code
                   when other
                       move wtax-exempt-default to wtax-code
               end-evaluate
           end-if
           move zeros to wtax-rate
           move zeros to wtax-amount
           open input taxcodes
           if fstatus = zeros
               move wtax-code to txc-code
               read taxcodes invalid key
                   continue
               not invalid key
                   if txc-is-active
                       move txc-rate to wtax-rate
                   end-if
               end-read
               close taxcodes
           end-if
           move "00" to fstatus
           if wtax-rate > zeros
               compute wtax-amount rounded =
                   wtax-gross * wtax-rate / (100 + wtax-rate)
           end-if.
