      *> PROGRAMME-REQ.cpy - shared record layout for one line of
      *> ProgrammeReq.txt, what a student has to do to graduate. One
      *> T line carries the credit total and the lowest mark that
      *> counts as a pass; one M line per course every student must
      *> have passed. REQMAINT maintains it, DEGAUDIT audits each
      *> student's Grades.txt and Enrollment.txt history against it.
           05 PR-KIND PIC X(1).
               88 PR-TOTALS VALUE "T".
               88 PR-MANDATORY VALUE "M".
      *> the mandatory course - spaces on the T line
           05 PR-COURSE-CODE PIC X(5).
      *> the T line's figures - zero on an M line
           05 PR-TOTAL-CREDITS PIC 9(3).
           05 PR-PASS-MARK PIC 9(3).
