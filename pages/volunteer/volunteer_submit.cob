           02 wvoldate       pic x(08).
           02 wactivity      pic x(40).
           02 whours         pic x(05).
           02 wopcao         pic x(10).
           02 wvolseq-in     pic x(14).
           02 filler         pic x(5831).
       copy "lnk-general.cpy".
       procedure division.
      *> Staff entry of volunteer hours from the sign-in sheets.
      *> The recording staff member is the approver of record, so
      *> an entry lands already approved ("A") and the VOL-CREDIT
      *> batch can turn it into a dues credit on its next run.
      *> Hours VOL-SHIFTS raised from a shift sign-up arrive pending
      *> ("P"); the coordinator approves them here, or rejects them
      *> for a volunteer who did not turn up.
           display
              "Content-type: text/html"
               newline
           move warray(3) to wvoldate
           move warray(4) to wactivity
           move warray(5) to whours
           move warray(6) to wopcao
           move warray(7) to wvolseq-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(2)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
           end-read
           perform authorize-staff-only.
           close members
           if wopcao = "approve" or wopcao = "reject"
               perform review-pending
               go redir-volunteer
           end-if
           if wvoldate not numeric
               move "INVALID DATE !!" to wmsgweb
               go redir-volunteer
           close volhours
           move "VOL-HOURS" to waudit-op
           perform write-audit
           move "HOURS RECORDED." to wmsgweb
           go redir-volunteer.
       review-pending.
           open i-o volhours
           if fstatus not = zeros
               move "HOURS ENTRY NOT FOUND !!" to wmsgweb
               exit paragraph
           end-if
           move wlogin     to vol-login
           move wvolseq-in to vol-seq
           read volhours invalid key
               move "HOURS ENTRY NOT FOUND !!" to wmsgweb
               close volhours
               exit paragraph
           end-read
           if not vol-pending
               move "HOURS ENTRY IS NOT AWAITING APPROVAL !!"
                   to wmsgweb
               close volhours
               exit paragraph
           end-if
           move wsessionlogin to vol-approver
           if wopcao = "approve"
               set vol-approved to true
               move "VOL-APPROVE" to waudit-op
               move "HOURS APPROVED." to wmsgweb
           else
               set vol-rejected to true
               move "VOL-REJECT" to waudit-op
               move "HOURS REJECTED." to wmsgweb
           end-if
           rewrite reg-volhours
           close volhours
           move spaces to waudit-new-name
           string vol-date delimited by size
                  " " delimited by size
                  vol-activity delimited by size
               into waudit-new-name
           end-string
           perform write-audit.
       redir-volunteer.
           move wlogin          to wredirlogin
           move "post"          to wmethod
