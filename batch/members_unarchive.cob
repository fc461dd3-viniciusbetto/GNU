           copy "members.cpy".
           copy "payments.cpy".
       fd  arch-members-in.
       01  arch-member-line     pic x(1300).
       fd  arch-members-new.
       01  arch-member-newline  pic x(1300).
       fd  arch-payments-in.
       01  arch-payment-line    pic x(250).
       fd  arch-payments-new.
