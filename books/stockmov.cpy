      *> Every movement of a stock-controlled item: a delivery in, a
      *> tab sale out, or a stocktake count (which carries what the
      *> book expected and what was on the shelf).
       fd  stockmov.
       01  reg-stockmov.
           02 smv-key.
               03 smv-code     pic x(06).
               03 smv-seq      pic x(14).
           02 smv-type        pic x(01).
               88 smv-received    value "R".
               88 smv-sold        value "S".
               88 smv-counted     value "C".
           02 smv-qty         pic s9(07).
           02 smv-unit-cost   pic 9(05)v99.
           02 smv-expected    pic s9(07).
           02 smv-counted-qty pic s9(07).
      *> Delivery note number, the tab charge's member, or spaces.
           02 smv-ref         pic x(60).
           02 smv-operator    pic x(60).
