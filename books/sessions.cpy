           02 session-login     pic x(60).
           02 session-created   pic x(14).
           02 session-lastact   pic x(14).
      *> Anti-forgery key for the session: rendered into every form
      *> behind the token and checked by each page that changes data.
           02 session-formkey   pic x(16).
