           copy "members.sel".
           copy "sessions.sel".
           copy "audit.sel".
           copy "readlog.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "audit.cpy".
       copy "readlog.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
           end-read
           perform authorize-edit.
           close members
           move "HISTORY" to wreadscreen
           perform write-read-log
           perform load-history.
           copy "header_html.cpy".
           copy "menu_html.cpy".
       copy "session-check.cpy".
       copy "permission-check.cpy".
       copy "audit-log.cpy".
       copy "readlog-write.cpy".
       copy "errorlog-write.cpy".
       copy "pcd-general.cpy".
