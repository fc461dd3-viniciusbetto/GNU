      *> must not be restored against this layout -- run a fresh full
      *> backup of every generation before relying on MEMBERS-RESTORE.
       fd  backup-out.
       01  backup-line          pic x(1300).
       working-storage section.
       copy "wk-general.cpy".
       copy "members-backup.cpy".
