      *> MEMBERS-BACKUP on that generation first, do not restore an
      *> old-format file against this layout.
       fd  backup-in.
       01  backup-line          pic x(1300).
       working-storage section.
       copy "wk-general.cpy".
       copy "members-backup.cpy".
