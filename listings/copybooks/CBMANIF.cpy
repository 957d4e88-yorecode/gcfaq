      *> CBMANIF.cpy
      *> Backup-manifest record -- one line per master file in
      *> BACKUP.MAN, written by telco5 after a clean run when it
      *> snapshots ACCTSUM.DAT, DUPCHECK.DAT, TELCO.MTD and
      *> LINESUM.DAT to their .BAK twins.  Record count and a
      *> hash-total of the money column are what telrest verifies
      *> against the .BAK contents before it will roll the masters
      *> back -- a torn or stale backup is refused, not restored.
       01  MANIFEST-REC.
           05  MAN-FILE-NAME   PIC X(14).
           05  MAN-REC-COUNT   PIC 9(09).
