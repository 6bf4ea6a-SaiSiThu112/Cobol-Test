      *> PAY-PLAN.cpy - shared record layout for one line of
      *> PaymentPlans.txt: one dated instalment of a student's
      *> agreed plan for paying a term's charges. PLANMAINT splits
      *> the term into instalments, PAYENT applies each payment to
      *> the student's oldest unpaid instalments first and keeps
      *> the amount paid here, ARREARS counts only what has fallen
      *> due, and LATERUN stamps the day it last raised a late
      *> charge on the instalment so it charges at most once a
      *> month - zero when it never has.
           05 PP-STUDENT-ID PIC 9(5).
           05 PP-TERM PIC X(6).
           05 PP-INSTALMENT PIC 9(2).
           05 PP-DUE-DATE PIC 9(8).
           05 PP-AMOUNT PIC 9(5)V99.
           05 PP-PAID PIC 9(5)V99.
           05 PP-LATE-DATE PIC 9(8).
