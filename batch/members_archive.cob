           copy "payments.cpy".
           copy "counters.cpy".
       fd  arch-members-out.
       01  arch-member-line     pic x(1300).
       fd  arch-payments-out.
       01  arch-payment-line    pic x(250).
       fd  report-out.
