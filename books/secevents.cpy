      *> Authentication events the lockout counter on MEMBERS does not
      *> keep: each failed password, lockout and failed login code,
      *> with the login tried and the address it came from
      *> (REMOTE_ADDR), so SECURITY-MONITOR can see one source trying
      *> many logins or a burst of bad codes against one account.
       fd  sec-events.
       01  reg-sec-events.
           02 sev-timestamp     pic x(14).
           02 filler            pic x(01) value space.
           02 sev-type          pic x(12).
               88 sev-login-fail    value "LOGIN-FAIL".
               88 sev-lockout       value "LOCKOUT".
               88 sev-otp-fail      value "OTP-FAIL".
           02 filler            pic x(01) value space.
           02 sev-login         pic x(60).
           02 filler            pic x(01) value space.
           02 sev-source        pic x(45).
