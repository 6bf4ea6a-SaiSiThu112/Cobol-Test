      *> Payments.txt, the balance outstanding, and an arrears
      *> section naming who still owes what. Students WITHDRAW has
      *> flagged are left out, as are their balances - chasing the
      *> departed is a different ledger's problem. Refund credits
      *> COURSEDROP and WITHDRAW raise against the charges, and the
      *> awards INVOICE takes off them, are shown on the statement
      *> in their own column and come off what is owed. A student
      *> on a payment plan (PaymentPlans.txt) is only in arrears
      *> for what has fallen due: the instalments not yet due are
      *> set against the balance, and a second line shows the
      *> oldest due instalment still unpaid, or what is still to
      *> fall due when the plan is being kept. Without a plan the
      *> whole balance is due as charged. Reads the indexed STUDENT
      *> file sequentially the way PAYREG reads Person Info.txt.
      *> Each student found in arrears is also listed, with what is
      *> overdue, in ArrearsList.txt for LETTERRUN's reminders.
      *> The last line is the total outstanding on every account
      *> stated, in credit or not - the figure FEEGL proves the
      *> ledger's receivables against.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT PAY-PLAN-FILE ASSIGN TO DYNAMIC WS-PLAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO DYNAMIC WS-STATEMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT ARREARS-LIST-FILE ASSIGN TO DYNAMIC WS-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD STUDENT.

           FD CHARGE-FILE.
           01 CHARGE-REC.
               COPY CHARGE.

           FD PAYMENT-FILE.
           01 PAYMENT-REC.
               COPY PAYMENT.

           FD PAY-PLAN-FILE.
           01 PAY-PLAN-LINE.
               COPY PAY-PLAN.

           FD STATEMENT-FILE.
           01 STATEMENT-LINE PIC X(132).

           FD ARREARS-LIST-FILE.
           01 ARREARS-LIST-LINE.
               COPY ARREARS-NOTICE.

       WORKING-STORAGE SECTION.
      *> charges, credits and payments totalled per student up
      *> front, so the student pass just looks its figures up
           01 WS-ACCT-TABLE.
               05 WS-AC-ENTRY OCCURS 2000 TIMES INDEXED BY WS-AC-IDX.
                   10 WS-AC-STUDENT PIC 9(5).
                   10 WS-AC-CHARGES PIC 9(9)V99.
                   10 WS-AC-CREDITS PIC 9(9)V99.
                   10 WS-AC-PAYMENTS PIC 9(9)V99.
                   10 WS-AC-ON-PLAN PIC X(1).
                   10 WS-AC-NOT-DUE PIC 9(9)V99.
                   10 WS-AC-OLDEST-DUE PIC 9(8).
           01 WS-ACCT-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-CHARGE-EOF PIC A(1) VALUE "N".
           01 WS-PAYMENT-EOF PIC A(1) VALUE "N".
           01 WS-PLAN-EOF PIC A(1) VALUE "N".
           01 WS-STUDENT-EOF PIC A(1) VALUE "N".
           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
           01 WS-MATCH-IDX PIC 9(4) COMP.
           01 WS-LOOKUP-ID PIC 9(5).

           01 WS-TODAY PIC 9(8).
           01 WS-BALANCE PIC S9(9)V99.
           01 WS-OVERDUE PIC S9(9)V99.
           01 WS-INST-UNPAID PIC 9(5)V99.
           01 WS-ARREARS-TOTAL PIC S9(11)V99 VALUE ZERO.
           01 WS-ARREARS-COUNT PIC 9(4) VALUE ZERO.
           01 WS-EXCLUDED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-OUTSTANDING-TOTAL PIC S9(11)V99 VALUE ZERO.
           01 WS-STATED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-TOTAL-EDIT PIC -ZZZ,ZZZ,ZZ9.99.
           01 WS-CHG-EDIT PIC -Z(8)9.99.
           01 WS-CRD-EDIT PIC -Z(8)9.99.
           01 WS-PAY-EDIT PIC -Z(8)9.99.
           01 WS-BAL-EDIT PIC -Z(8)9.99.
           01 WS-DUE-EDIT PIC -Z(8)9.99.
           01 WS-OUT-LINE PIC X(132).

           01 WS-STUDENT-PATH PIC X(80).
           01 WS-CHARGE-PATH PIC X(80).
           01 WS-CHARGE-STATUS PIC X(2).
           01 WS-PAYMENT-STATUS PIC X(2).
           01 WS-STATEMENT-STATUS PIC X(2).
           01 WS-PLAN-PATH PIC X(80).
           01 WS-PLAN-STATUS PIC X(2).
           01 WS-LIST-PATH PIC X(80).
           01 WS-LIST-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-STUDENT-PATH FROM ENVIRONMENT "STUDENT_INDEX".
               MOVE "C:\Users\25-00229\Desktop\ArrearsReport.txt"
                   TO WS-STATEMENT-PATH
           END-IF.
           ACCEPT WS-PLAN-PATH FROM ENVIRONMENT "PAYMENT_PLANS".
           IF WS-PLAN-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PaymentPlans.txt"
                   TO WS-PLAN-PATH
           END-IF.
           ACCEPT WS-LIST-PATH FROM ENVIRONMENT "ARREARS_LIST".
           IF WS-LIST-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ArrearsList.txt"
                   TO WS-LIST-PATH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT CHARGE-FILE.
           IF WS-CHARGE-STATUS = "00"
                       NOT AT END
                           MOVE CH-STUDENT-ID TO WS-LOOKUP-ID
                           PERFORM FIND-ACCOUNT-ROW
                           IF CH-IS-CHARGE
                               ADD CH-AMOUNT
                                   TO WS-AC-CHARGES (WS-MATCH-IDX)
                           ELSE
                               ADD CH-AMOUNT
                                   TO WS-AC-CREDITS (WS-MATCH-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGE-FILE
               CLOSE PAYMENT-FILE
           END-IF.

      *> what each plan has still to fall due, and the oldest
      *> instalment already due that is not paid off
           OPEN INPUT PAY-PLAN-FILE.
           IF WS-PLAN-STATUS = "00"
               PERFORM UNTIL WS-PLAN-EOF = "Y"
                   READ PAY-PLAN-FILE
                       AT END MOVE "Y" TO WS-PLAN-EOF
                       NOT AT END
                           PERFORM NOTE-ONE-INSTALMENT
                   END-READ
               END-PERFORM
               CLOSE PAY-PLAN-FILE
           END-IF.

           OPEN INPUT STUDENT.
           IF WS-STUDENT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT INDEX - STATUS "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARREARS-LIST-FILE.
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ARREARS LIST - STATUS "
                   WS-LIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "STUDENT STATEMENTS AND ARREARS" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE WS-OUT-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           DISPLAY WS-OUT-LINE.
           MOVE WS-OUTSTANDING-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "TOTAL OUTSTANDING ON " WS-STATED-COUNT
               " ACCOUNTS STATED " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           MOVE WS-OUT-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           DISPLAY WS-OUT-LINE.
           CLOSE STATEMENT-FILE.
           CLOSE ARREARS-LIST-FILE.
           STOP RUN.

       FIND-ACCOUNT-ROW.
               MOVE WS-ACCT-COUNT TO WS-MATCH-IDX
               MOVE WS-LOOKUP-ID TO WS-AC-STUDENT (WS-MATCH-IDX)
               MOVE ZERO TO WS-AC-CHARGES (WS-MATCH-IDX)
               MOVE ZERO TO WS-AC-CREDITS (WS-MATCH-IDX)
               MOVE ZERO TO WS-AC-PAYMENTS (WS-MATCH-IDX)
               MOVE "N" TO WS-AC-ON-PLAN (WS-MATCH-IDX)
               MOVE ZERO TO WS-AC-NOT-DUE (WS-MATCH-IDX)
               MOVE 99999999 TO WS-AC-OLDEST-DUE (WS-MATCH-IDX)
           END-IF.

       NOTE-ONE-INSTALMENT.
           MOVE PP-STUDENT-ID TO WS-LOOKUP-ID.
           PERFORM FIND-ACCOUNT-ROW.
           MOVE "Y" TO WS-AC-ON-PLAN (WS-MATCH-IDX).
           IF PP-PAID < PP-AMOUNT
               COMPUTE WS-INST-UNPAID = PP-AMOUNT - PP-PAID
               IF PP-DUE-DATE > WS-TODAY
                   ADD WS-INST-UNPAID TO WS-AC-NOT-DUE (WS-MATCH-IDX)
               ELSE
                   IF PP-DUE-DATE < WS-AC-OLDEST-DUE (WS-MATCH-IDX)
                       MOVE PP-DUE-DATE
                           TO WS-AC-OLDEST-DUE (WS-MATCH-IDX)
                   END-IF
               END-IF
           END-IF.

      *> a student with no account row has never been billed and
           IF WS-FOUND
               COMPUTE WS-BALANCE =
                   WS-AC-CHARGES (WS-MATCH-IDX)
                   - WS-AC-CREDITS (WS-MATCH-IDX)
                   - WS-AC-PAYMENTS (WS-MATCH-IDX)
               ADD 1 TO WS-STATED-COUNT
               ADD WS-BALANCE TO WS-OUTSTANDING-TOTAL
               COMPUTE WS-OVERDUE = WS-BALANCE
                   - WS-AC-NOT-DUE (WS-MATCH-IDX)
               IF WS-OVERDUE < ZERO
                   MOVE ZERO TO WS-OVERDUE
               END-IF
               MOVE WS-AC-CHARGES (WS-MATCH-IDX) TO WS-CHG-EDIT
               MOVE WS-AC-CREDITS (WS-MATCH-IDX) TO WS-CRD-EDIT
               MOVE WS-AC-PAYMENTS (WS-MATCH-IDX) TO WS-PAY-EDIT
               MOVE WS-BALANCE TO WS-BAL-EDIT
               MOVE SPACES TO WS-OUT-LINE
               IF WS-OVERDUE > ZERO
                   ADD 1 TO WS-ARREARS-COUNT
                   ADD WS-OVERDUE TO WS-ARREARS-TOTAL
                   STRING STUDENT-ID " " STUDENT-NAME
                       " CHARGED " WS-CHG-EDIT
                       " CREDITED " WS-CRD-EDIT
                       " PAID " WS-PAY-EDIT
                       " OWES " WS-BAL-EDIT
                       " *** IN ARREARS ***"
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   END-STRING
                   PERFORM LIST-FOR-REMINDER
               ELSE
                   STRING STUDENT-ID " " STUDENT-NAME
                       " CHARGED " WS-CHG-EDIT
                       " CREDITED " WS-CRD-EDIT
                       " PAID " WS-PAY-EDIT
                       " BALANCE " WS-BAL-EDIT
                       DELIMITED BY SIZE INTO WS-OUT-LINE
               END-IF
               MOVE WS-OUT-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               IF WS-AC-ON-PLAN (WS-MATCH-IDX) = "Y"
                   PERFORM STATE-THE-PLAN
               END-IF
           END-IF.

       LIST-FOR-REMINDER.
           MOVE STUDENT-ID TO AN-STUDENT-ID.
           MOVE WS-TODAY TO AN-STATEMENT-DATE.
           MOVE WS-OVERDUE TO AN-OVERDUE.
           IF WS-AC-OLDEST-DUE (WS-MATCH-IDX) = 99999999
               MOVE ZERO TO AN-OLDEST-DUE
           ELSE
               MOVE WS-AC-OLDEST-DUE (WS-MATCH-IDX) TO AN-OLDEST-DUE
           END-IF.
           WRITE ARREARS-LIST-LINE.

       STATE-THE-PLAN.
           MOVE SPACES TO WS-OUT-LINE.
           EVALUATE TRUE
               WHEN WS-OVERDUE = ZERO
                   MOVE WS-AC-NOT-DUE (WS-MATCH-IDX) TO WS-DUE-EDIT
                   STRING "      ON A PAYMENT PLAN - " WS-DUE-EDIT
                       " STILL TO FALL DUE"
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   END-STRING
               WHEN WS-AC-OLDEST-DUE (WS-MATCH-IDX) = 99999999
                   MOVE WS-OVERDUE TO WS-DUE-EDIT
                   STRING "      ON A PAYMENT PLAN - OVERDUE "
                       WS-DUE-EDIT " ON CHARGES OUTSIDE THE PLAN"
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE WS-OVERDUE TO WS-DUE-EDIT
                   STRING "      ON A PAYMENT PLAN - OVERDUE "
                       WS-DUE-EDIT " - UNPAID SINCE THE INSTALMENT "
                       "DUE " WS-AC-OLDEST-DUE (WS-MATCH-IDX)
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   END-STRING
           END-EVALUATE.
           MOVE WS-OUT-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       END PROGRAM ARREARS.
