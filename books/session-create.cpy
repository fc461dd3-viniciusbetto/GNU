               call "gentoken" using wtoken
               move wtoken   to session-token
               move wlogin   to session-login
               call "gentoken" using wformkey-gen
               move wformkey-gen(1:16) to session-formkey
               move session-formkey to wtoken(33:16)
               move function current-date(1:14) to wnow
               move wnow     to session-created
               move wnow     to session-lastact
