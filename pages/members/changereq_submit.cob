           move warray(3) to wvalue-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           if wfield-in not = "PHONE" and wfield-in not = "EMAIL"
                   and wfield-in not = "STREET"
                   and wfield-in not = "CITY"
