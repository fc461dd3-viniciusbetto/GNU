           copy "payments.cpy".
           copy "errlog.cpy".
       fd  arch-members-in.
       01  arch-member-line  pic x(1300).
       working-storage section.
       copy "wk-general.cpy".
       copy "members-backup.cpy".
