      *> ARREARS-NOTICE.cpy - shared record layout for one line of
      *> ArrearsList.txt: a student the arrears statement found in
      *> arrears, written by ARREARS alongside the printed statement
      *> each time it runs. LETTERRUN sends the reminder letters off
      *> it. AN-OLDEST-DUE is the oldest payment-plan instalment due
      *> and still unpaid - zero when the student is not on a plan
      *> or owes only on charges outside it.
           05 AN-STUDENT-ID PIC 9(5).
           05 AN-STATEMENT-DATE PIC 9(8).
           05 AN-OVERDUE PIC 9(9)V99.
           05 AN-OLDEST-DUE PIC 9(8).
