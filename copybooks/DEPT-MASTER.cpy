      *> validates branches against ValidBranch.txt.
           05 DEPT-CODE PIC X(4).
           05 DEPT-NAME PIC X(20).
      *> R marks a department whose staff records are HR-restricted
      *> (HR itself, the directors' office): PERSACC flags every view
      *> of one on the personnel access log and ACCESSRPT highlights
      *> it. Blank on older lines - not restricted.
           05 DEPT-RESTRICTED PIC X(1).
               88 DEPT-HR-RESTRICTED VALUE "R".
