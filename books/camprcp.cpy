       fd  camprcp.
       01  reg-camprcp.
           02 crc-key.
               03 crc-cmp-id    pic 9(09).
               03 crc-login     pic x(60).
           02 crc-member        pic x(60).
           02 crc-channel       pic x(01).
               88 crc-by-email      value "E".
               88 crc-by-sms        value "S".
           02 crc-dest          pic x(120).
           02 crc-queued        pic x(14).
           02 crc-optout        pic x(01).
               88 crc-opted-out     value "Y".
           02 crc-optout-at     pic x(14).
           02 crc-optout-how    pic x(04).
