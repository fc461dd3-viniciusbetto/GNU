           move warray(3) to waction
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
      *>---------------------------------------------------------
           perform open-members-io-create-retry
           if fstatus not equal zeros
