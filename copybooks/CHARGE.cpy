      *> CHARGE.cpy - shared record layout for one line of
      *> Charges.txt: who owes what for which course in which term,
      *> and when the line was raised. The term is what lets the
      *> same course bill again after a rollover - blank on charges
      *> raised before terms existed. INVOICE raises the charges,
      *> and straight after each one a line (A) for every student
      *> award that takes something off it, naming the award;
      *> REFUNDCR raises the refund credits against them when a
      *> course is dropped (D) or the student withdraws (W); LATERUN
      *> raises the late-payment charges (L) on overdue payment-plan
      *> instalments, with no course against them. The amount is
      *> always positive and the type says which way it counts.
      *> Lines written before credits existed carry a blank type
      *> and read as charges.
           05 CH-STUDENT-ID PIC 9(5).
           05 CH-COURSE-CODE PIC X(5).
           05 CH-AMOUNT PIC 9(5)V99.
           05 CH-DATE PIC 9(8).
           05 CH-TERM PIC X(6).
           05 CH-TYPE PIC X(1).
               88 CH-IS-CHARGE VALUE SPACE "C" "L".
               88 CH-IS-LATE-FEE VALUE "L".
               88 CH-IS-CREDIT VALUE "D" "W".
               88 CH-IS-AWARD VALUE "A".
           05 CH-AWARD-CODE PIC X(6).
