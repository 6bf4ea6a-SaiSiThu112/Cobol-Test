       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANMAINT.

      *> maintains the student payment plans (PaymentPlans.txt):
      *> the operator names a student on the roster and a term on
      *> the calendar, and the term's charges - net of the refund
      *> credits and awards against them, or a smaller amount the
      *> family has agreed to spread - are split into 2 to 12
      *> equal monthly instalments from a first due date (day 1-28
      *> so every month has it), the odd cents on the last. Delete
      *> a plan, list what is on file. Held under the PAYPLANS lock
      *> for the session, since PAYENT and LATERUN rewrite the same
      *> file. Written back in student, term, instalment order.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PAY-PLAN-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT STUDENT ASSIGN TO DYNAMIC WS-STUDENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT TERM-MASTER-FILE ASSIGN TO DYNAMIC WS-TERM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

           SELECT CHARGE-FILE ASSIGN TO DYNAMIC WS-CHARGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PAY-PLAN-FILE.
           01 PAY-PLAN-LINE.
               COPY PAY-PLAN.

           FD STUDENT.
           01 STUDENT-REC.
               COPY STUDENT.

           FD TERM-MASTER-FILE.
           01 TERM-MASTER-LINE.
               COPY TERM-MASTER.

           FD CHARGE-FILE.
           01 CHARGE-REC.
               COPY CHARGE.

       WORKING-STORAGE SECTION.
           01 WS-PLAN-TABLE.
               05 WS-PP-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PP-IDX.
                   10 WS-PP-STUDENT PIC 9(5).
                   10 WS-PP-TERM PIC X(6).
                   10 WS-PP-INST PIC 9(2).
                   10 WS-PP-DUE PIC 9(8).
                   10 WS-PP-AMOUNT PIC 9(5)V99.
                   10 WS-PP-PAID PIC 9(5)V99.
                   10 WS-PP-LATE PIC 9(8).
           01 WS-PLAN-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-STUDENT-TABLE.
               05 WS-ST-ENTRY OCCURS 2000 TIMES INDEXED BY WS-ST-IDX.
                   10 WS-ST-ID PIC 9(5).
                   10 WS-ST-NAME PIC X(15).
           01 WS-STUDENT-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-TERM-TABLE.
               05 WS-TM-ENTRY OCCURS 50 TIMES INDEXED BY WS-TM-IDX.
                   10 WS-TM-CODE PIC X(6).
           01 WS-TERM-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-STUDENT-EOF PIC A(1) VALUE "N".
           01 WS-TERM-EOF PIC A(1) VALUE "N".
           01 WS-CHARGE-EOF PIC A(1).
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".
           01 WS-EDIT-SW PIC A(1).
               88 WS-EDIT-OK VALUE "Y".
               88 WS-EDIT-FAILED VALUE "N".

           01 WS-ASK-ID PIC 9(5).
           01 WS-ASK-TERM PIC X(6).
           01 WS-ASK-SPREAD PIC 9(5)V99.
           01 WS-ASK-COUNT PIC 9(2).
           01 WS-ASK-FIRST PIC 9(8).

      *> the term's standing charges for the student, and the
      *> instalment arithmetic
           01 WS-TERM-CHARGES PIC S9(7)V99.
           01 WS-TERM-NET PIC 9(5)V99.
           01 WS-EACH PIC 9(5)V99.
           01 WS-LAST PIC 9(5)V99.
           01 WS-INST-NO PIC 9(2).
           01 WS-DUE-FIELDS.
               05 WS-DUE-YEAR PIC 9(4).
               05 WS-DUE-MONTH PIC 9(2).
               05 WS-DUE-DAY PIC 9(2).
           01 WS-DUE-DATE REDEFINES WS-DUE-FIELDS PIC 9(8).
           01 WS-PAID-TOTAL PIC 9(7)V99.

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(4) COMP.
           01 WS-SHIFT-IDX PIC 9(4) COMP.
           01 WS-SORT-IDX1 PIC 9(4) COMP.
           01 WS-SORT-IDX2 PIC 9(4) COMP.
           01 WS-SORT-TEMP PIC X(43).
           01 WS-CUR-NAME PIC X(15).

           01 WS-AMOUNT-EDIT PIC ZZ,ZZ9.99.
           01 WS-PAID-EDIT PIC ZZ,ZZ9.99.
           01 WS-NET-EDIT PIC ZZ,ZZ9.99.
           01 WS-LATE-WORD PIC X(8).

           01 WS-DATE-PARM.
               05 DE-DATE PIC 9(8).
               05 DE-NO-FUTURE PIC X(1).
               05 DE-EARLIEST PIC 9(8).
               05 DE-RESULT PIC X(1).
                   88 DE-VALID VALUE "V".
               05 DE-MESSAGE PIC X(30).

      *> the shared-file interlock - PAYENT and LATERUN rewrite the
      *> plans too
           01 WS-LOCK-PARM.
               05 FL-ACTION PIC X(1).
               05 FL-LOCK-NAME PIC X(20).
               05 FL-HOLDER PIC X(10).
               05 FL-RESULT PIC X(1).
                   88 FL-GRANTED VALUE "G".
                   88 FL-HELD VALUE "H".
               05 FL-MESSAGE PIC X(40).

           01 WS-MASTER-PATH PIC X(80).
           01 WS-STUDENT-PATH PIC X(80).
           01 WS-TERM-PATH PIC X(80).
           01 WS-CHARGE-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-STUDENT-STATUS PIC X(2).
           01 WS-TERM-STATUS PIC X(2).
           01 WS-CHARGE-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "PAYMENT_PLANS".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PaymentPlans.txt"
                   TO WS-MASTER-PATH
           END-IF.
           ACCEPT WS-STUDENT-PATH FROM ENVIRONMENT "STUDENT_ROSTER".
           IF WS-STUDENT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\input.txt"
                   TO WS-STUDENT-PATH
           END-IF.
           ACCEPT WS-TERM-PATH FROM ENVIRONMENT "TERMMASTER_FILE".
           IF WS-TERM-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\TermMaster.txt"
                   TO WS-TERM-PATH
           END-IF.
           ACCEPT WS-CHARGE-PATH FROM ENVIRONMENT "CHARGES_FILE".
           IF WS-CHARGE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Charges.txt"
                   TO WS-CHARGE-PATH
           END-IF.

           OPEN INPUT STUDENT.
           IF WS-STUDENT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT ROSTER - STATUS "
                   WS-STUDENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-STUDENT-EOF = "Y"
               READ STUDENT
                   AT END MOVE "Y" TO WS-STUDENT-EOF
                   NOT AT END
                       IF WS-STUDENT-COUNT < 2000
                           ADD 1 TO WS-STUDENT-COUNT
                           SET WS-ST-IDX TO WS-STUDENT-COUNT
                           MOVE STUDENT-ID TO WS-ST-ID (WS-ST-IDX)
                           MOVE STUDENT-NAME TO WS-ST-NAME (WS-ST-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT.

           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TERM-STATUS = "00"
               PERFORM UNTIL WS-TERM-EOF = "Y"
                   READ TERM-MASTER-FILE
                       AT END MOVE "Y" TO WS-TERM-EOF
                       NOT AT END
                           IF WS-TERM-COUNT < 50
                               ADD 1 TO WS-TERM-COUNT
                               SET WS-TM-IDX TO WS-TERM-COUNT
                               MOVE TM-TERM-CODE
                                   TO WS-TM-CODE (WS-TM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-MASTER-FILE
           END-IF.

           MOVE "A" TO FL-ACTION.
           MOVE "PAYPLANS" TO FL-LOCK-NAME.
           MOVE "PLANMAINT" TO FL-HOLDER.
           CALL "FILELOCK" USING WS-LOCK-PARM.
           IF NOT FL-GRANTED
               DISPLAY "PAYMENT PLANS ARE BEING UPDATED BY "
                   FL-HOLDER " - TRY AGAIN SHORTLY"
               STOP RUN
           END-IF.

      *> a plans file that does not exist yet is simply empty - the
      *> first add creates it
           OPEN INPUT PAY-PLAN-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ PAY-PLAN-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF WS-PLAN-COUNT < 2000
                               ADD 1 TO WS-PLAN-COUNT
                               SET WS-PP-IDX TO WS-PLAN-COUNT
                               MOVE PAY-PLAN-LINE
                                   TO WS-PP-ENTRY (WS-PP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-PLAN-FILE
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "PAYMENT PLANS - A=ADD D=DELETE L=LIST Q=QUIT"
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-PLAN
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-PLAN
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-PLANS
                   WHEN "Q"
                   WHEN "q"
                       SET WS-QUIT TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM.

           PERFORM WRITE-MASTER-BACK.
           MOVE "R" TO FL-ACTION.
           CALL "FILELOCK" USING WS-LOCK-PARM.
           STOP RUN.

      *> first instalment of the student's plan for the term
       FIND-PLAN.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PLAN-COUNT
               IF WS-PP-STUDENT (WS-PP-IDX) = WS-ASK-ID AND
                       WS-PP-TERM (WS-PP-IDX) = WS-ASK-TERM
                   SET WS-FOUND TO TRUE
                   MOVE WS-PP-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ACCEPT-PLAN-KEY.
           DISPLAY "Enter STUDENT-ID" WITH NO ADVANCING.
           ACCEPT WS-ASK-ID.
           DISPLAY "Enter term code" WITH NO ADVANCING.
           ACCEPT WS-ASK-TERM.
           INSPECT WS-ASK-TERM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *> what the student still stands charged for the term: course
      *> charges less the refund credits and awards against them.
      *> Late charges are not spread - they fall due when raised
       TOTAL-TERM-CHARGES.
           MOVE ZERO TO WS-TERM-CHARGES.
           MOVE "N" TO WS-CHARGE-EOF.
           OPEN INPUT CHARGE-FILE.
           IF WS-CHARGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CHARGE-EOF = "Y"
               READ CHARGE-FILE
                   AT END MOVE "Y" TO WS-CHARGE-EOF
                   NOT AT END
                       IF CH-STUDENT-ID = WS-ASK-ID AND
                               CH-TERM = WS-ASK-TERM AND
                               NOT CH-IS-LATE-FEE
                           IF CH-IS-CHARGE
                               ADD CH-AMOUNT TO WS-TERM-CHARGES
                           ELSE
                               SUBTRACT CH-AMOUNT FROM WS-TERM-CHARGES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHARGE-FILE.

       ADD-PLAN.
           PERFORM ACCEPT-PLAN-KEY.
           MOVE SPACES TO WS-CUR-NAME.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STUDENT-COUNT
               IF WS-ST-ID (WS-ST-IDX) = WS-ASK-ID
                   MOVE WS-ST-NAME (WS-ST-IDX) TO WS-CUR-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CUR-NAME = SPACES
               DISPLAY "STUDENT " WS-ASK-ID " IS NOT ON THE ROSTER - "
                   "NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                   UNTIL WS-TM-IDX > WS-TERM-COUNT
               IF WS-TM-CODE (WS-TM-IDX) = WS-ASK-TERM
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               DISPLAY "TERM " WS-ASK-TERM " IS NOT ON THE TERM "
                   "CALENDAR - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-PLAN.
           IF WS-FOUND
               DISPLAY "STUDENT " WS-ASK-ID " IS ALREADY ON A PLAN "
                   "FOR " WS-ASK-TERM " - DELETE IT FIRST"
               EXIT PARAGRAPH
           END-IF.
           PERFORM TOTAL-TERM-CHARGES.
           IF WS-TERM-CHARGES NOT > ZERO
               DISPLAY "NOTHING STANDS CHARGED TO " WS-CUR-NAME
                   " FOR " WS-ASK-TERM " - NO PLAN TO MAKE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TERM-CHARGES TO WS-TERM-NET.
           MOVE WS-TERM-NET TO WS-NET-EDIT.
           DISPLAY WS-CUR-NAME " STANDS CHARGED " WS-NET-EDIT
               " FOR " WS-ASK-TERM.

           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter amount to spread (0 = ALL OF IT)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-SPREAD
               IF WS-ASK-SPREAD = ZERO
                   MOVE WS-TERM-NET TO WS-ASK-SPREAD
               END-IF
               IF WS-ASK-SPREAD > WS-TERM-NET
                   DISPLAY "NO MORE THAN THE TERM'S CHARGES - "
                       "RE-ENTER"
               ELSE
                   SET WS-EDIT-OK TO TRUE
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-ASK-COUNT.
           PERFORM UNTIL WS-ASK-COUNT > 1 AND WS-ASK-COUNT < 13
               DISPLAY "Enter number of instalments (2-12)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-COUNT
               IF WS-ASK-COUNT < 2 OR WS-ASK-COUNT > 12
                   DISPLAY "2 TO 12 INSTALMENTS - RE-ENTER"
               END-IF
           END-PERFORM.
           IF WS-PLAN-COUNT + WS-ASK-COUNT > 2000
               DISPLAY "PAYMENT PLAN TABLE FULL - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter first due date (YYYYMMDD)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-FIRST
               MOVE WS-ASK-FIRST TO DE-DATE
               MOVE "N" TO DE-NO-FUTURE
               MOVE ZERO TO DE-EARLIEST
               CALL "DATEEDIT" USING WS-DATE-PARM
               MOVE WS-ASK-FIRST TO WS-DUE-DATE
               IF NOT DE-VALID
                   DISPLAY "BAD DUE DATE: " DE-MESSAGE
               ELSE
                   IF WS-DUE-DAY > 28
                       DISPLAY "DUE DAY MUST BE 1-28 SO EVERY MONTH "
                           "HAS IT - RE-ENTER"
                   ELSE
                       SET WS-EDIT-OK TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           COMPUTE WS-EACH = WS-ASK-SPREAD / WS-ASK-COUNT.
           COMPUTE WS-LAST = WS-ASK-SPREAD
               - WS-EACH * WS-ASK-COUNT + WS-EACH.
           PERFORM VARYING WS-INST-NO FROM 1 BY 1
                   UNTIL WS-INST-NO > WS-ASK-COUNT
               ADD 1 TO WS-PLAN-COUNT
               SET WS-PP-IDX TO WS-PLAN-COUNT
               MOVE WS-ASK-ID TO WS-PP-STUDENT (WS-PP-IDX)
               MOVE WS-ASK-TERM TO WS-PP-TERM (WS-PP-IDX)
               MOVE WS-INST-NO TO WS-PP-INST (WS-PP-IDX)
               MOVE WS-DUE-DATE TO WS-PP-DUE (WS-PP-IDX)
               IF WS-INST-NO = WS-ASK-COUNT
                   MOVE WS-LAST TO WS-PP-AMOUNT (WS-PP-IDX)
               ELSE
                   MOVE WS-EACH TO WS-PP-AMOUNT (WS-PP-IDX)
               END-IF
               MOVE ZERO TO WS-PP-PAID (WS-PP-IDX)
               MOVE ZERO TO WS-PP-LATE (WS-PP-IDX)
               MOVE WS-PP-AMOUNT (WS-PP-IDX) TO WS-AMOUNT-EDIT
               DISPLAY "  INSTALMENT " WS-INST-NO " DUE "
                   WS-DUE-DATE " " WS-AMOUNT-EDIT
               ADD 1 TO WS-DUE-MONTH
               IF WS-DUE-MONTH > 12
                   MOVE 1 TO WS-DUE-MONTH
                   ADD 1 TO WS-DUE-YEAR
               END-IF
           END-PERFORM.
           DISPLAY "PLAN ADDED FOR " WS-CUR-NAME " - " WS-ASK-COUNT
               " INSTALMENTS".

      *> payments already applied to the plan stay on the account -
      *> ARREARS still counts them - they just stop being tied to
      *> instalments
       DELETE-PLAN.
           PERFORM ACCEPT-PLAN-KEY.
           PERFORM FIND-PLAN.
           IF WS-NOT-FOUND
               DISPLAY "STUDENT " WS-ASK-ID " HAS NO PLAN FOR "
                   WS-ASK-TERM
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-PAID-TOTAL.
           MOVE 1 TO WS-SHIFT-IDX.
           PERFORM UNTIL WS-SHIFT-IDX > WS-PLAN-COUNT
               IF WS-PP-STUDENT (WS-SHIFT-IDX) = WS-ASK-ID AND
                       WS-PP-TERM (WS-SHIFT-IDX) = WS-ASK-TERM
                   ADD WS-PP-PAID (WS-SHIFT-IDX) TO WS-PAID-TOTAL
                   PERFORM DROP-PLAN-ENTRY
               ELSE
                   ADD 1 TO WS-SHIFT-IDX
               END-IF
           END-PERFORM.
           MOVE WS-PAID-TOTAL TO WS-PAID-EDIT.
           DISPLAY "PLAN DELETED FOR STUDENT " WS-ASK-ID " TERM "
               WS-ASK-TERM " - " WS-PAID-EDIT " HAD BEEN PAID ON IT".

      *> closes the gap at WS-SHIFT-IDX; the next entry slides into
      *> it, so the caller looks at the same position again
       DROP-PLAN-ENTRY.
           MOVE WS-SHIFT-IDX TO WS-MATCH-IDX.
           PERFORM UNTIL WS-MATCH-IDX NOT < WS-PLAN-COUNT
               MOVE WS-PP-ENTRY (WS-MATCH-IDX + 1)
                   TO WS-PP-ENTRY (WS-MATCH-IDX)
               ADD 1 TO WS-MATCH-IDX
           END-PERFORM.
           SUBTRACT 1 FROM WS-PLAN-COUNT.

       LIST-PLANS.
           PERFORM SORT-THE-PLANS.
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PLAN-COUNT
               MOVE WS-PP-AMOUNT (WS-PP-IDX) TO WS-AMOUNT-EDIT
               MOVE WS-PP-PAID (WS-PP-IDX) TO WS-PAID-EDIT
               IF WS-PP-LATE (WS-PP-IDX) = ZERO
                   MOVE SPACES TO WS-LATE-WORD
               ELSE
                   MOVE WS-PP-LATE (WS-PP-IDX) TO WS-LATE-WORD
               END-IF
               DISPLAY "  " WS-PP-STUDENT (WS-PP-IDX) " "
                   WS-PP-TERM (WS-PP-IDX) " "
                   WS-PP-INST (WS-PP-IDX) " DUE "
                   WS-PP-DUE (WS-PP-IDX) " " WS-AMOUNT-EDIT
                   " PAID " WS-PAID-EDIT " LATE CHARGED "
                   WS-LATE-WORD
           END-PERFORM.
           DISPLAY WS-PLAN-COUNT " INSTALMENTS ON FILE".

      *> student, term, instalment order
       SORT-THE-PLANS.
           PERFORM VARYING WS-SORT-IDX1 FROM 1 BY 1
                   UNTIL WS-SORT-IDX1 > WS-PLAN-COUNT
               PERFORM VARYING WS-SORT-IDX2 FROM WS-SORT-IDX1 BY 1
                       UNTIL WS-SORT-IDX2 > WS-PLAN-COUNT
                   IF WS-PP-ENTRY (WS-SORT-IDX2) (1:13) <
                           WS-PP-ENTRY (WS-SORT-IDX1) (1:13)
                       MOVE WS-PP-ENTRY (WS-SORT-IDX1)
                           TO WS-SORT-TEMP
                       MOVE WS-PP-ENTRY (WS-SORT-IDX2)
                           TO WS-PP-ENTRY (WS-SORT-IDX1)
                       MOVE WS-SORT-TEMP
                           TO WS-PP-ENTRY (WS-SORT-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-MASTER-BACK.
           PERFORM SORT-THE-PLANS.
           OPEN OUTPUT PAY-PLAN-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING PAYMENT PLANS - STATUS "
                   WS-MASTER-STATUS
               MOVE "R" TO FL-ACTION
               CALL "FILELOCK" USING WS-LOCK-PARM
               STOP RUN
           END-IF.
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PLAN-COUNT
               MOVE WS-PP-ENTRY (WS-PP-IDX) TO PAY-PLAN-LINE
               WRITE PAY-PLAN-LINE
           END-PERFORM.
           CLOSE PAY-PLAN-FILE.
           DISPLAY "PAYMENT PLANS REWRITTEN".

       END PROGRAM PLANMAINT.
