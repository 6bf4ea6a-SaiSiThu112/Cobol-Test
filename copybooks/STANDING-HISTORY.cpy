      *> STANDING-HISTORY.cpy - shared record layout for one line of
      *> StandingHistory.txt: the standing STANDRUN gave one student
      *> for one term. A rerun for the same term replaces that term's
      *> lines. The line with the latest term start is the student's
      *> current standing - ENROLL refuses a suspended student
      *> without a supervisor's authorization.
           05 SH-STUDENT-ID PIC 9(5).
           05 SH-TERM PIC X(6).
           05 SH-TERM-START PIC 9(8).
           05 SH-TERM-AVG PIC 9(3)V9.
           05 SH-CUM-AVG PIC 9(3)V9.
      *> H honours, G good, P probation, S suspension
           05 SH-STANDING PIC X(1).
      *> Y when a second probation in a row made it a suspension
           05 SH-ESCALATED PIC X(1).
           05 SH-RUN-DATE PIC 9(8).
