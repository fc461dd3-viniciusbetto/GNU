           copy "members.cpy".
           copy "payments.cpy".
       fd  train-members-out.
       01  train-member-line    pic x(1300).
       fd  train-payments-out.
       01  train-payment-line   pic x(250).
       working-storage section.
