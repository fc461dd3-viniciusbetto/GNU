      *> Stock on hand for a price-list item the bar or shop keeps --
      *> same code as PRICELIST. Only items with a row here are
      *> stock-controlled; a tab sale of anything else moves nothing.
       fd  stock.
       01  reg-stock.
           02 stk-code        pic x(06).
           02 stk-on-hand     pic s9(07).
           02 stk-reorder-lvl pic 9(05).
           02 stk-reorder-qty pic 9(05).
      *> Average cost of what is on the shelf, reworked on every
      *> delivery; the stocktake values its variance at this.
           02 stk-unit-cost   pic 9(05)v99.
           02 stk-supplier    pic 9(09).
           02 stk-last-recv   pic x(08).
           02 stk-last-count  pic x(08).
