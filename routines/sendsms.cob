           02 ss-msg-sched-at  pic x(14).
           02 ss-msg-class     pic x(01).
           02 ss-msg-login     pic x(60).
           02 ss-msg-campaign  pic 9(09).
       working-storage section.
       01  ss-fstatus        pic xx    value "00".
       01  ss-now            pic x(14) value spaces.
       01  ss-newid          pic 9(09) value zeros.
       01  ss-urgent-env     pic x(01) value spaces.
       01  ss-login-env      pic x(60) value spaces.
       01  ss-campaign-env   pic x(09) value spaces.
       01  ss-qstart-env     pic x(02) value spaces.
       01  ss-qend-env       pic x(02) value spaces.
       01  ss-qstart         pic 9(02) value zeros.
      *> the link, and falls back to matching the destination.
           accept ss-login-env from environment "MSG_LOGIN"
           move ss-login-env to ss-msg-login
      *> Campaign sends set MSG_CAMPAIGN to the campaign id so the
      *> campaign report can count delivery from these rows.
           move spaces to ss-campaign-env
           accept ss-campaign-env from environment "MSG_CAMPAIGN"
           if ss-campaign-env is numeric
               move ss-campaign-env to ss-msg-campaign
           else
               move zeros to ss-msg-campaign
           end-if
           write ss-reg-msgstatus
           close ss-msgstatus.
       judge-quiet-hours.
