           02 evt-status      pic x(01).
               88 evt-open        value "O".
               88 evt-closed      value "C".
               88 evt-cancelled   value "X".
           02 evt-fee         pic 9(07)v99 value zeros.
      *> Open to the public: tickets are sold at the desk at the
      *> ticket price, sharing the capacity and the waiting list.
           02 evt-public      pic x(01) value "N".
               88 evt-sells-tickets value "Y".
           02 evt-ticket-price pic 9(07)v99 value zeros.
