           end-if
           perform compute-adjustment
           if wopcao = "confirm"
               move warray(2)(33:16) to wformkey-in
               perform validate-form-key
               perform apply-change
           else
               perform render-preview
