      *> One day-before reminder already queued, so a rerun of the
      *> night's job does not message the member twice. RML-KIND is
      *> B (booking), L (lesson) or E (event sign-up); RML-REF holds
      *> the booking key and login, the lesson number, or the event
      *> number and login.
       fd  remindlog.
       01  reg-remindlog.
           02 rml-key.
               03 rml-kind      pic x(01).
                   88 rml-booking   value "B".
                   88 rml-lesson    value "L".
                   88 rml-event     value "E".
               03 rml-ref       pic x(80).
           02 rml-login         pic x(60).
           02 rml-for-date      pic x(08).
           02 rml-sent          pic x(14).
           02 rml-channels      pic x(02).
