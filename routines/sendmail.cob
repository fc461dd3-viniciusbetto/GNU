           02 sm-msg-sched-at  pic x(14).
           02 sm-msg-class     pic x(01).
           02 sm-msg-login     pic x(60).
           02 sm-msg-campaign  pic 9(09).
       working-storage section.
       01  sm-fstatus        pic xx    value "00".
       01  sm-now            pic x(14) value spaces.
       01  sm-newid          pic 9(09) value zeros.
       01  sm-urgent-env     pic x(01) value spaces.
       01  sm-login-env      pic x(60) value spaces.
       01  sm-campaign-env   pic x(09) value spaces.
       01  sm-qstart-env     pic x(02) value spaces.
       01  sm-qend-env       pic x(02) value spaces.
       01  sm-qstart         pic 9(02) value zeros.
      *> the link, and falls back to matching the destination.
           accept sm-login-env from environment "MSG_LOGIN"
           move sm-login-env to sm-msg-login
      *> Campaign sends set MSG_CAMPAIGN to the campaign id so the
      *> campaign report can count delivery from these rows.
           move spaces to sm-campaign-env
           accept sm-campaign-env from environment "MSG_CAMPAIGN"
           if sm-campaign-env is numeric
               move sm-campaign-env to sm-msg-campaign
           else
               move zeros to sm-msg-campaign
           end-if
           write sm-reg-msgstatus
           close sm-msgstatus.
       judge-quiet-hours.
