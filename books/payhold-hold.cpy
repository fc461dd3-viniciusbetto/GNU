       hold-if-over-threshold.
      *> Caller sets WHLD-TYPE (A credit adjustment, R refund),
      *> WHLD-LOGIN, WHLD-AMOUNT, WHLD-REASON and WHLD-OVERRIDE;
      *> PAYHOLD must be declared and closed. An amount over
      *> APPROVAL_THRESHOLD (default 500) is not to be posted: it is
      *> queued in PAYHOLD under the keying login for a second,
      *> different staff login to approve, and WHLD-HELD comes back
      *> "Y" with WMSGWEB saying so -- or saying why nothing could be
      *> queued, which still leaves WHLD-HELD "Y" so nothing posts.
           move "N" to whld-held
           move whld-limit-default to whld-limit
           accept whld-env from environment "APPROVAL_THRESHOLD"
           if whld-env not = spaces
                   and function test-numval(whld-env) = 0
               move function numval(whld-env) to whld-limit
           end-if
           if whld-amount not > whld-limit
               exit paragraph
           end-if
           move "Y" to whld-held
           open i-o payhold
           if fstatus = "35"
               open output payhold
               close payhold
               open i-o payhold
           end-if
           if fstatus not = zeros
               move "APPROVAL QUEUE UNAVAILABLE -- NOTHING POSTED !!"
                   to wmsgweb
               exit paragraph
           end-if
           move "PAYHOLD-SEQ" to wcountername
           perform next-counter
           initialize reg-payhold
           move wcountervalue to phd-seq
           move whld-login to phd-login
           move whld-type to phd-type
           move whld-amount to phd-amount
           move whld-reason to phd-reason
           move whld-override to phd-override
           move wsessionlogin to phd-requested-by
           move function current-date(1:14) to phd-requested
           set phd-pending to true
           write reg-payhold
               invalid key
                   close payhold
                   move "APPROVAL QUEUE ERROR -- NOTHING POSTED !!"
                       to wmsgweb
                   exit paragraph
           end-write
           close payhold
           move "PAYHOLD-REQ" to waudit-op
           perform write-audit
           move spaces to wmsgweb
           string "OVER THE APPROVAL LIMIT -- HELD AS REF "
                      delimited by size
                  phd-seq delimited by size
                  " FOR A SECOND STAFF APPROVAL." delimited by size
               into wmsgweb
           end-string.
