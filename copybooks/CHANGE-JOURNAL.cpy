      *> discipline extended to every master the maintenance
      *> programs touch, so the next mysteriously-zeroed reorder
      *> level has a name and a timestamp on it. PRODMAINT,
      *> BRANCHMAINT, COURSEMAINT, ROOMMAINT and SUPMAINT append the
      *> lines; CHGINQ filters them by master, key and date range.
           05 CJ-MASTER PIC X(8).
           05 CJ-KEY PIC X(10).
           05 CJ-OPERATOR PIC X(10).
      *> YYYYMMDDHHMMSS, the PersonAudit stamp shape
           05 CJ-STAMP PIC 9(14).
      *> ADD, BEFORE, AFTER, DEACT or DELETE
           05 CJ-TAG PIC X(6).
           05 CJ-IMAGE PIC X(80).
