           move spaces to msg-sched-at
           move "N" to msg-class
           move wdigest-login to msg-login
           move zeros to msg-campaign
           write reg-msgstatus
           if wline-count < wmax-lines
               add 1 to wline-count
