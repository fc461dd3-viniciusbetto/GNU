           02 plc-active      pic x(01).
               88 plc-is-active   value "A".
               88 plc-inactive    value "X".
           02 plc-tax-code    pic x(02) value spaces.
