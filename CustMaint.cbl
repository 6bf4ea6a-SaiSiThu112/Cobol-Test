      *> name, home branch or phone, deactivate one who has gone
      *> elsewhere, list what is on file. The home branch is
      *> validated against BranchMaster.txt so a customer can never
      *> be parked on a branch that does not exist. Credit control
      *> sets each customer's credit limit and credit-hold flag here
      *> too; ORDERENT parks orders that would break either.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   10 WS-CU-BRANCH PIC 9(3).
                   10 WS-CU-PHONE PIC X(12).
                   10 WS-CU-STATUS PIC X(1).
                   10 WS-CU-LIMIT PIC 9(9)V99.
                   10 WS-CU-HOLD PIC X(1).
           01 WS-CUSTOMER-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-BRANCH-TABLE.
           01 WS-ASK-NAME PIC X(20).
           01 WS-ASK-BRANCH PIC 9(3).
           01 WS-ASK-PHONE PIC X(12).
           01 WS-ASK-LIMIT PIC 9(9)V99.
           01 WS-ASK-HOLD PIC X(1).
           01 WS-LIMIT-EDIT PIC ZZZZZZZZ9.99.

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
                           MOVE CU-PHONE TO WS-CU-PHONE (WS-CU-IDX)
                           MOVE CU-STATUS
                               TO WS-CU-STATUS (WS-CU-IDX)
      *> a master written before credit control loads as no limit
      *> and not on hold
                           IF CU-CREDIT-LIMIT IS NUMERIC
                               MOVE CU-CREDIT-LIMIT
                                   TO WS-CU-LIMIT (WS-CU-IDX)
                           ELSE
                               MOVE ZERO TO WS-CU-LIMIT (WS-CU-IDX)
                           END-IF
                           IF CU-ON-HOLD
                               MOVE "H" TO WS-CU-HOLD (WS-CU-IDX)
                           ELSE
                               MOVE SPACE TO WS-CU-HOLD (WS-CU-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "CUSTOMER MASTER - A=ADD U=UPDATE "
                   "D=DEACTIVATE C=CREDIT L=LIST Q=QUIT"
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A"
                   WHEN "D"
                   WHEN "d"
                       PERFORM DEACTIVATE-CUSTOMER
                   WHEN "C"
                   WHEN "c"
                       PERFORM CREDIT-CUSTOMER
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-CUSTOMERS
                   MOVE WS-ASK-BRANCH TO WS-CU-BRANCH (WS-CU-IDX)
                   MOVE WS-ASK-PHONE TO WS-CU-PHONE (WS-CU-IDX)
                   MOVE "A" TO WS-CU-STATUS (WS-CU-IDX)
                   MOVE ZERO TO WS-CU-LIMIT (WS-CU-IDX)
                   MOVE SPACE TO WS-CU-HOLD (WS-CU-IDX)
                   DISPLAY "CUSTOMER " WS-ASK-CODE " ADDED"
               END-IF
           END-IF.
               DISPLAY "CUSTOMER " WS-ASK-CODE " DEACTIVATED"
           END-IF.

      *> the credit limit and hold flag - zero limit means none set
       CREDIT-CUSTOMER.
           DISPLAY "Enter customer code for credit terms"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-CODE.
           PERFORM FIND-CUSTOMER.
           IF WS-NOT-FOUND
               DISPLAY "CUSTOMER " WS-ASK-CODE " NOT ON FILE"
           ELSE
               MOVE WS-CU-LIMIT (WS-MATCH-IDX) TO WS-LIMIT-EDIT
               DISPLAY "Current credit limit : " WS-LIMIT-EDIT
               DISPLAY "Current credit hold  : "
                   WS-CU-HOLD (WS-MATCH-IDX)
               DISPLAY "Enter new credit limit (0 for none)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-LIMIT
               SET WS-EDIT-FAILED TO TRUE
               PERFORM UNTIL WS-EDIT-OK
                   DISPLAY "Put on credit hold? (Y/N)"
                       WITH NO ADVANCING
                   ACCEPT WS-ASK-HOLD
                   EVALUATE WS-ASK-HOLD
                       WHEN "Y"
                       WHEN "y"
                           MOVE "H" TO WS-CU-HOLD (WS-MATCH-IDX)
                           SET WS-EDIT-OK TO TRUE
                       WHEN "N"
                       WHEN "n"
                           MOVE SPACE TO WS-CU-HOLD (WS-MATCH-IDX)
                           SET WS-EDIT-OK TO TRUE
                       WHEN OTHER
                           DISPLAY "ANSWER Y OR N"
                   END-EVALUATE
               END-PERFORM
               MOVE WS-ASK-LIMIT TO WS-CU-LIMIT (WS-MATCH-IDX)
               DISPLAY "CUSTOMER " WS-ASK-CODE " CREDIT TERMS SET"
           END-IF.

       LIST-CUSTOMERS.
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > WS-CUSTOMER-COUNT
               MOVE WS-CU-LIMIT (WS-CU-IDX) TO WS-LIMIT-EDIT
               DISPLAY WS-CU-CODE (WS-CU-IDX) " "
                   WS-CU-NAME (WS-CU-IDX) " BRANCH "
                   WS-CU-BRANCH (WS-CU-IDX) " "
                   WS-CU-PHONE (WS-CU-IDX) " "
                   WS-CU-STATUS (WS-CU-IDX)
                   " LIMIT " WS-LIMIT-EDIT " "
                   WS-CU-HOLD (WS-CU-IDX)
           END-PERFORM.
           DISPLAY WS-CUSTOMER-COUNT " CUSTOMERS ON FILE".

               MOVE WS-CU-BRANCH (WS-CU-IDX) TO CU-BRANCH
               MOVE WS-CU-PHONE (WS-CU-IDX) TO CU-PHONE
               MOVE WS-CU-STATUS (WS-CU-IDX) TO CU-STATUS
               MOVE WS-CU-LIMIT (WS-CU-IDX) TO CU-CREDIT-LIMIT
               MOVE WS-CU-HOLD (WS-CU-IDX) TO CU-CREDIT-HOLD
               WRITE CUSTOMER-MASTER-LINE
           END-PERFORM.
           CLOSE CUSTOMER-MASTER-FILE.
