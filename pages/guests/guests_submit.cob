           move warray(5) to wguestemail
           move wtoken-in to wtoken
           perform validate-token.
           move warray(2)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
