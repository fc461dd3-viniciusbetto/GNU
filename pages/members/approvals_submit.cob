           move warray(4) to wreason
           move wtoken-in to wtoken
           perform validate-token.
           move warray(2)(33:16) to wformkey-in
           perform validate-form-key.
           perform open-members-io-retry
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
