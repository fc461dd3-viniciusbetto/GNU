           move session-created  to wsessioncreated
           move session-lastact  to wsessionlastact
           move function current-date(1:14) to session-lastact
      *> A session opened before form keys existed is given one now.
           if session-formkey = spaces
               call "gentoken" using wformkey-gen
               move wformkey-gen(1:16) to session-formkey
           end-if
           move session-formkey  to wsessionformkey
           move session-formkey  to wtoken(33:16)
           rewrite reg-sessions
           close sessions.
       validate-form-key.
      *> Pages that change data perform this after VALIDATE-TOKEN,
      *> having moved the posted token field's (33:16) -- the form
      *> key the rendered form carried -- into WFORMKEY-IN. A post
      *> without it, or with another session's, is not acted on:
      *> the member goes home with the reason, which MOUNT-MSG also
      *> writes to the error log under the page's WPROGNAME.
           if wformkey-in = spaces
               move "FORM CHECK MISSING -- NOTHING SAVED !!"
                   to wmsgweb
               go to invalid-form-key
           end-if
           if wformkey-in not = wsessionformkey
               move "FORM CHECK FAILED -- NOTHING SAVED !!"
                   to wmsgweb
               go to invalid-form-key
           end-if.
       compute-idle-minutes.
           move function current-date(1:14) to wnow
           move session-lastact(1:8) to wsess-date
           move "login.exe" to wexec
           perform openprogram
           stop run.
       invalid-form-key.
           move spaces     to wredirlogin
           move "post"     to wmethod
           move "home.exe" to wexec
           perform openprogram
           stop run.
