       fd  defrev.
       01  reg-defrev.
      *> Recognition schedule for dues invoices that cover more than
      *> one month: one row per invoice per month covered, holding
      *> that month's share of the invoice net of tax. A row is
      *> deferred (D) from the month REVENUE-RECOGNIZE first saw the
      *> invoice settled until the run that recognises it (R); the
      *> sum of a member's D rows is their deferred-revenue balance.
           02 dfr-key.
               03 dfr-login         pic x(60).
               03 dfr-inv-no        pic 9(09).
               03 dfr-month         pic x(06).
           02 dfr-amount            pic 9(07)v99.
           02 dfr-status            pic x(01).
               88 dfr-deferred          value "D".
               88 dfr-recognised        value "R".
           02 dfr-deferred-month    pic x(06).
           02 dfr-recog-month       pic x(06).
