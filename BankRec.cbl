       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC.

      *> bank reconciliation of what was sent and what was taken
      *> against what actually cleared: every line BANKIMP has put on
      *> BankStatement.txt is matched once and for all, debits to the
      *> payroll payments PAYRELEASE logged on BankPayIssued.txt by
      *> the account paid (the start of the bank's reference) and
      *> the amount, credits to PAYENT's payments on Payments.txt by
      *> receipt number (the start of the reference) and amount. A
      *> match is appended to BankMatched.txt so neither side is
      *> matched again by a later run; where two payments would fit
      *> the oldest is taken. BankRecReport.txt lists the run's new
      *> matches, every statement line still unmatched, and every
      *> payment sent or taken that the bank has not shown after
      *> more than BANKREC_DAYS days (default 10) - from the day the
      *> payroll was released, or the day the student paid. Payments
      *> taken before receipts were numbered have no reference to
      *> match and are left out. Return code 4 when there is
      *> anything to chase.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT STATEMENT-FILE ASSIGN TO DYNAMIC WS-STATEMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT ISSUED-FILE ASSIGN TO DYNAMIC WS-ISSUED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUED-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO DYNAMIC WS-PAYMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT MATCH-FILE ASSIGN TO DYNAMIC WS-MATCH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCH-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD STATEMENT-FILE.
           01 STATEMENT-REC.
               COPY BANK-STATEMENT.

           FD ISSUED-FILE.
           01 ISSUED-REC.
               COPY BANK-ISSUED.

           FD PAYMENT-FILE.
           01 PAYMENT-REC.
               COPY PAYMENT.

           FD MATCH-FILE.
           01 MATCH-REC.
               COPY BANK-MATCH.

           FD REPORT-FILE.
           01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      *> the statement, the payroll payments sent and the student
      *> payments taken, each line flagged once it is matched
           01 WS-STMT-TABLE.
               05 WS-ST-ENTRY OCCURS 5000 TIMES INDEXED BY WS-ST-IDX.
                   10 WS-ST-DATE PIC 9(8).
                   10 WS-ST-DRCR PIC X(1).
                   10 WS-ST-AMOUNT PIC 9(9)V99.
                   10 WS-ST-REF PIC X(20).
                   10 WS-ST-MATCHED PIC X(1).
           01 WS-STMT-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-ISSUED-TABLE.
               05 WS-IS-ENTRY OCCURS 5000 TIMES INDEXED BY WS-IS-IDX.
                   10 WS-IS-RUN-DATE PIC 9(8).
                   10 WS-IS-RELEASED PIC 9(8).
                   10 WS-IS-PERSON-ID PIC 9(5).
                   10 WS-IS-BANK-CODE PIC X(6).
                   10 WS-IS-BANK-ACCT PIC 9(10).
                   10 WS-IS-AMOUNT PIC 9(9)V99.
                   10 WS-IS-MATCHED PIC X(1).
           01 WS-ISSUED-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-RECEIPT-TABLE.
               05 WS-RC-ENTRY OCCURS 5000 TIMES INDEXED BY WS-RC-IDX.
                   10 WS-RC-DATE PIC 9(8).
                   10 WS-RC-RECEIPT PIC 9(6).
                   10 WS-RC-STUDENT PIC 9(5).
                   10 WS-RC-AMOUNT PIC 9(7)V99.
                   10 WS-RC-TENDER PIC X(1).
                   10 WS-RC-MATCHED PIC X(1).
           01 WS-RECEIPT-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-STATEMENT-EOF PIC A(1) VALUE "N".
           01 WS-ISSUED-EOF PIC A(1) VALUE "N".
           01 WS-PAYMENT-EOF PIC A(1) VALUE "N".
           01 WS-MATCH-EOF PIC A(1) VALUE "N".
           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-TABLE-FULL-SW PIC X(1) VALUE "N".
               88 WS-TABLE-FULL VALUE "Y".

      *> the number the bank's reference starts with
           01 WS-REF-NUMBER PIC 9(10).
           01 WS-REF-DIGITS PIC 9(3) COMP.
           01 WS-REF-POS PIC 9(3) COMP.

           01 WS-THRESHOLD-IN PIC X(3).
           01 WS-CHASE-DAYS PIC 9(3) VALUE 10.
           01 WS-TODAY PIC 9(8).

      *> serial-day arithmetic, the SERVICEREPT shape
           01 WS-CONV-DATE.
               05 WS-CONV-YEAR PIC 9(4).
               05 WS-CONV-MONTH PIC 9(2).
               05 WS-CONV-DAY PIC 9(2).
           01 WS-CONV-SERIAL PIC 9(7).
           01 WS-CUM-DAYS-TABLE.
               05 FILLER PIC X(36) VALUE
                   "000031059090120151181212243273304334".
           01 WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
               05 WS-CUM-DAYS OCCURS 12 TIMES PIC 9(3).
           01 WS-LEAP-WORK PIC 9(4).
           01 WS-LEAP-REM PIC 9(4).
           01 WS-PRIOR-YEAR PIC 9(4).
           01 WS-TODAY-SERIAL PIC 9(7).
           01 WS-DAYS-OUT PIC S9(5).
           01 WS-DAYS-EDIT PIC ZZZZ9.

           01 WS-MATCHED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-MATCHED-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-UNMATCHED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-UNMATCHED-DEBITS PIC 9(11)V99 VALUE ZERO.
           01 WS-UNMATCHED-CREDITS PIC 9(11)V99 VALUE ZERO.
           01 WS-OUTSTANDING-COUNT PIC 9(5) VALUE ZERO.
           01 WS-OUTSTANDING-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-OLD-COUNT PIC 9(5) VALUE ZERO.
           01 WS-OLD-TOTAL PIC 9(11)V99 VALUE ZERO.

           01 WS-AMOUNT-EDIT PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-TOTAL-EDIT PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-TOTAL-EDIT-2 PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-COUNT-EDIT PIC ZZZZ9.
           01 WS-OUT-LINE PIC X(132).

           01 WS-STATEMENT-PATH PIC X(80).
           01 WS-ISSUED-PATH PIC X(80).
           01 WS-PAYMENT-PATH PIC X(80).
           01 WS-MATCH-PATH PIC X(80).
           01 WS-REPORT-PATH PIC X(80).
           01 WS-STATEMENT-STATUS PIC X(2).
           01 WS-ISSUED-STATUS PIC X(2).
           01 WS-PAYMENT-STATUS PIC X(2).
           01 WS-MATCH-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-STATEMENT-PATH FROM ENVIRONMENT "BANK_STATEMENT".
           IF WS-STATEMENT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\BankStatement.txt"
                   TO WS-STATEMENT-PATH
           END-IF.
           ACCEPT WS-ISSUED-PATH FROM ENVIRONMENT "PAYRELEASE_ISSUED".
           IF WS-ISSUED-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\BankPayIssued.txt"
                   TO WS-ISSUED-PATH
           END-IF.
           ACCEPT WS-PAYMENT-PATH FROM ENVIRONMENT "PAYMENTS_FILE".
           IF WS-PAYMENT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Payments.txt"
                   TO WS-PAYMENT-PATH
           END-IF.
           ACCEPT WS-MATCH-PATH FROM ENVIRONMENT "BANKREC_MATCHED".
           IF WS-MATCH-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\BankMatched.txt"
                   TO WS-MATCH-PATH
           END-IF.
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "BANKREC_REPORT".
           IF WS-REPORT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\BankRecReport.txt"
                   TO WS-REPORT-PATH
           END-IF.
           ACCEPT WS-THRESHOLD-IN FROM ENVIRONMENT "BANKREC_DAYS".
           IF WS-THRESHOLD-IN NOT = SPACES
               INSPECT WS-THRESHOLD-IN REPLACING LEADING " " BY "0"
               IF WS-THRESHOLD-IN IS NUMERIC AND
                       WS-THRESHOLD-IN NOT = "000"
                   MOVE WS-THRESHOLD-IN TO WS-CHASE-DAYS
               END-IF
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-CONV-DATE.
           PERFORM DATE-TO-SERIAL.
           MOVE WS-CONV-SERIAL TO WS-TODAY-SERIAL.

           OPEN INPUT STATEMENT-FILE.
           IF WS-STATEMENT-STATUS NOT = "00"
               DISPLAY "NO BANK STATEMENT - RUN BANKIMP FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-STATEMENT-EOF = "Y"
               READ STATEMENT-FILE
                   AT END MOVE "Y" TO WS-STATEMENT-EOF
                   NOT AT END
                       IF WS-STMT-COUNT < 5000
                           ADD 1 TO WS-STMT-COUNT
                           SET WS-ST-IDX TO WS-STMT-COUNT
                           MOVE BS-DATE TO WS-ST-DATE (WS-ST-IDX)
                           MOVE BS-DRCR TO WS-ST-DRCR (WS-ST-IDX)
                           MOVE BS-AMOUNT TO WS-ST-AMOUNT (WS-ST-IDX)
                           MOVE BS-REFERENCE TO WS-ST-REF (WS-ST-IDX)
                           MOVE "N" TO WS-ST-MATCHED (WS-ST-IDX)
                       ELSE
                           SET WS-TABLE-FULL TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STATEMENT-FILE.

           OPEN INPUT ISSUED-FILE.
           IF WS-ISSUED-STATUS = "00"
               PERFORM UNTIL WS-ISSUED-EOF = "Y"
                   READ ISSUED-FILE
                       AT END MOVE "Y" TO WS-ISSUED-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-ISSUED-LINE
                   END-READ
               END-PERFORM
               CLOSE ISSUED-FILE
           END-IF.

           OPEN INPUT PAYMENT-FILE.
           IF WS-PAYMENT-STATUS = "00"
               PERFORM UNTIL WS-PAYMENT-EOF = "Y"
                   READ PAYMENT-FILE
                       AT END MOVE "Y" TO WS-PAYMENT-EOF
                       NOT AT END
                           IF PY-RECEIPT-NO IS NUMERIC AND
                                   PY-RECEIPT-NO NOT = ZERO
                               PERFORM TAKE-ONE-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF.
           IF WS-TABLE-FULL
               DISPLAY "BANKREC: MORE THAN 5000 LINES ON A FILE - "
                   "THE REST ARE NOT RECONCILED"
           END-IF.

      *> what earlier runs matched is matched for good
           OPEN INPUT MATCH-FILE.
           IF WS-MATCH-STATUS = "00"
               PERFORM UNTIL WS-MATCH-EOF = "Y"
                   READ MATCH-FILE
                       AT END MOVE "Y" TO WS-MATCH-EOF
                       NOT AT END
                           PERFORM REAPPLY-ONE-MATCH
                   END-READ
               END-PERFORM
               CLOSE MATCH-FILE
           END-IF.

           OPEN EXTEND MATCH-FILE.
           IF WS-MATCH-STATUS = "35"
               OPEN OUTPUT MATCH-FILE
           END-IF.
           IF WS-MATCH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BANK MATCH FILE - STATUS "
                   WS-MATCH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BANK RECONCILIATION REPORT - "
                   "STATUS " WS-REPORT-STATUS
               CLOSE MATCH-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "BANK RECONCILIATION AT " WS-TODAY
               " - UNPRESENTED AFTER " WS-CHASE-DAYS " DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MATCHED THIS RUN" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STMT-COUNT
               IF WS-ST-MATCHED (WS-ST-IDX) = "N"
                   PERFORM MATCH-ONE-STATEMENT-LINE
               END-IF
           END-PERFORM.
           CLOSE MATCH-FILE.
           MOVE WS-MATCHED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-MATCHED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-COUNT-EDIT " LINES MATCHED THIS RUN FOR "
               WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STATEMENT LINES NOT MATCHED" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STMT-COUNT
               IF WS-ST-MATCHED (WS-ST-IDX) = "N"
                   PERFORM LIST-UNMATCHED-LINE
               END-IF
           END-PERFORM.
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-UNMATCHED-DEBITS TO WS-TOTAL-EDIT.
           MOVE WS-UNMATCHED-CREDITS TO WS-TOTAL-EDIT-2.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-COUNT-EDIT " LINES NOT MATCHED - DEBITS "
               WS-TOTAL-EDIT " CREDITS " WS-TOTAL-EDIT-2
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "UNPRESENTED FOR MORE THAN " WS-CHASE-DAYS " DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-IS-IDX FROM 1 BY 1
                   UNTIL WS-IS-IDX > WS-ISSUED-COUNT
               IF WS-IS-MATCHED (WS-IS-IDX) = "N"
                   PERFORM AGE-ONE-ISSUED-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RECEIPT-COUNT
               IF WS-RC-MATCHED (WS-RC-IDX) = "N"
                   PERFORM AGE-ONE-RECEIPT
               END-IF
           END-PERFORM.
           MOVE WS-OLD-COUNT TO WS-COUNT-EDIT.
           MOVE WS-OLD-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-COUNT-EDIT " ITEMS UNPRESENTED FOR "
               WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OUTSTANDING-COUNT TO WS-COUNT-EDIT.
           MOVE WS-OUTSTANDING-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-COUNT-EDIT " ITEMS OUTSTANDING IN ALL FOR "
               WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

           DISPLAY "BANKREC: " WS-MATCHED-COUNT " MATCHED, "
               WS-UNMATCHED-COUNT " STATEMENT LINES UNMATCHED, "
               WS-OLD-COUNT " ITEMS UNPRESENTED PAST "
               WS-CHASE-DAYS " DAYS".
           IF WS-UNMATCHED-COUNT > ZERO OR WS-OLD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       TAKE-ONE-ISSUED-LINE.
           IF WS-ISSUED-COUNT < 5000
               ADD 1 TO WS-ISSUED-COUNT
               SET WS-IS-IDX TO WS-ISSUED-COUNT
               MOVE BI-RUN-DATE TO WS-IS-RUN-DATE (WS-IS-IDX)
               MOVE BI-RELEASED TO WS-IS-RELEASED (WS-IS-IDX)
               MOVE BI-PERSON-ID TO WS-IS-PERSON-ID (WS-IS-IDX)
               MOVE BI-BANK-CODE TO WS-IS-BANK-CODE (WS-IS-IDX)
               MOVE BI-BANK-ACCT TO WS-IS-BANK-ACCT (WS-IS-IDX)
               MOVE BI-AMOUNT TO WS-IS-AMOUNT (WS-IS-IDX)
               MOVE "N" TO WS-IS-MATCHED (WS-IS-IDX)
           ELSE
               SET WS-TABLE-FULL TO TRUE
           END-IF.

       TAKE-ONE-RECEIPT.
           IF WS-RECEIPT-COUNT < 5000
               ADD 1 TO WS-RECEIPT-COUNT
               SET WS-RC-IDX TO WS-RECEIPT-COUNT
               MOVE PY-DATE TO WS-RC-DATE (WS-RC-IDX)
               MOVE PY-RECEIPT-NO TO WS-RC-RECEIPT (WS-RC-IDX)
               MOVE PY-STUDENT-ID TO WS-RC-STUDENT (WS-RC-IDX)
               MOVE PY-AMOUNT TO WS-RC-AMOUNT (WS-RC-IDX)
               MOVE PY-TENDER TO WS-RC-TENDER (WS-RC-IDX)
               MOVE "N" TO WS-RC-MATCHED (WS-RC-IDX)
           ELSE
               SET WS-TABLE-FULL TO TRUE
           END-IF.

       REAPPLY-ONE-MATCH.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STMT-COUNT
               IF WS-ST-MATCHED (WS-ST-IDX) = "N" AND
                       WS-ST-DATE (WS-ST-IDX) = BM-STMT-DATE AND
                       WS-ST-DRCR (WS-ST-IDX) = BM-STMT-DRCR AND
                       WS-ST-AMOUNT (WS-ST-IDX) = BM-STMT-AMOUNT AND
                       WS-ST-REF (WS-ST-IDX) = BM-STMT-REF
                   MOVE "Y" TO WS-ST-MATCHED (WS-ST-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF BM-PAYROLL
               PERFORM VARYING WS-IS-IDX FROM 1 BY 1
                       UNTIL WS-IS-IDX > WS-ISSUED-COUNT
                   IF WS-IS-MATCHED (WS-IS-IDX) = "N" AND
                           WS-IS-RUN-DATE (WS-IS-IDX) = BM-ITEM-DATE AND
                           WS-IS-PERSON-ID (WS-IS-IDX) = BM-ITEM-ID
                       MOVE "Y" TO WS-IS-MATCHED (WS-IS-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                       UNTIL WS-RC-IDX > WS-RECEIPT-COUNT
                   IF WS-RC-MATCHED (WS-RC-IDX) = "N" AND
                           WS-RC-DATE (WS-RC-IDX) = BM-ITEM-DATE AND
                           WS-RC-RECEIPT (WS-RC-IDX) = BM-ITEM-ID
                       MOVE "Y" TO WS-RC-MATCHED (WS-RC-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *> the leading digits of the reference - none, or more than
      *> an account number holds, and there is nothing to match on
       READ-THE-REFERENCE.
           MOVE ZERO TO WS-REF-NUMBER.
           MOVE ZERO TO WS-REF-DIGITS.
           PERFORM VARYING WS-REF-POS FROM 1 BY 1
                   UNTIL WS-REF-POS > 20
               IF WS-ST-REF (WS-ST-IDX) (WS-REF-POS:1) IS NUMERIC
                   ADD 1 TO WS-REF-DIGITS
               ELSE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-REF-DIGITS > 0 AND WS-REF-DIGITS NOT > 10
               MOVE WS-ST-REF (WS-ST-IDX) (1:WS-REF-DIGITS)
                   TO WS-REF-NUMBER
           END-IF.

       MATCH-ONE-STATEMENT-LINE.
           PERFORM READ-THE-REFERENCE.
           IF WS-REF-NUMBER = ZERO
               EXIT PARAGRAPH
           END-IF.
           SET WS-NOT-FOUND TO TRUE.
           IF WS-ST-DRCR (WS-ST-IDX) = "D"
               PERFORM VARYING WS-IS-IDX FROM 1 BY 1
                       UNTIL WS-IS-IDX > WS-ISSUED-COUNT
                   IF WS-IS-MATCHED (WS-IS-IDX) = "N" AND
                           WS-IS-BANK-ACCT (WS-IS-IDX) = WS-REF-NUMBER
                           AND WS-IS-AMOUNT (WS-IS-IDX) =
                               WS-ST-AMOUNT (WS-ST-IDX)
                       SET WS-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                       UNTIL WS-RC-IDX > WS-RECEIPT-COUNT
                   IF WS-RC-MATCHED (WS-RC-IDX) = "N" AND
                           WS-RC-RECEIPT (WS-RC-IDX) = WS-REF-NUMBER
                           AND WS-RC-AMOUNT (WS-RC-IDX) =
                               WS-ST-AMOUNT (WS-ST-IDX)
                       SET WS-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO WS-ST-MATCHED (WS-ST-IDX).
           ADD 1 TO WS-MATCHED-COUNT.
           ADD WS-ST-AMOUNT (WS-ST-IDX) TO WS-MATCHED-TOTAL.
           MOVE WS-ST-DATE (WS-ST-IDX) TO BM-STMT-DATE.
           MOVE WS-ST-DRCR (WS-ST-IDX) TO BM-STMT-DRCR.
           MOVE WS-ST-AMOUNT (WS-ST-IDX) TO BM-STMT-AMOUNT.
           MOVE WS-ST-REF (WS-ST-IDX) TO BM-STMT-REF.
           MOVE WS-TODAY TO BM-MATCHED-ON.
           MOVE WS-ST-AMOUNT (WS-ST-IDX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-OUT-LINE.
           IF WS-ST-DRCR (WS-ST-IDX) = "D"
               MOVE "Y" TO WS-IS-MATCHED (WS-IS-IDX)
               SET BM-PAYROLL TO TRUE
               MOVE WS-IS-RUN-DATE (WS-IS-IDX) TO BM-ITEM-DATE
               MOVE WS-IS-PERSON-ID (WS-IS-IDX) TO BM-ITEM-ID
               STRING "PAYROLL RUN " WS-IS-RUN-DATE (WS-IS-IDX)
                   " EMPLOYEE " WS-IS-PERSON-ID (WS-IS-IDX)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
           ELSE
               MOVE "Y" TO WS-RC-MATCHED (WS-RC-IDX)
               SET BM-FEE TO TRUE
               MOVE WS-RC-DATE (WS-RC-IDX) TO BM-ITEM-DATE
               MOVE WS-RC-RECEIPT (WS-RC-IDX) TO BM-ITEM-ID
               STRING "RECEIPT " WS-RC-RECEIPT (WS-RC-IDX)
                   " STUDENT " WS-RC-STUDENT (WS-RC-IDX)
                   " PAID " WS-RC-DATE (WS-RC-IDX)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
           END-IF.
           WRITE MATCH-REC.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-ST-DATE (WS-ST-IDX) TO REPORT-LINE (1:8).
           MOVE WS-ST-DRCR (WS-ST-IDX) TO REPORT-LINE (10:1).
           MOVE WS-AMOUNT-EDIT TO REPORT-LINE (12:14).
           MOVE WS-ST-REF (WS-ST-IDX) TO REPORT-LINE (28:20).
           MOVE WS-OUT-LINE (1:60) TO REPORT-LINE (50:60).
           WRITE REPORT-LINE.

       LIST-UNMATCHED-LINE.
           ADD 1 TO WS-UNMATCHED-COUNT.
           IF WS-ST-DRCR (WS-ST-IDX) = "D"
               ADD WS-ST-AMOUNT (WS-ST-IDX) TO WS-UNMATCHED-DEBITS
           ELSE
               ADD WS-ST-AMOUNT (WS-ST-IDX) TO WS-UNMATCHED-CREDITS
           END-IF.
           MOVE WS-ST-AMOUNT (WS-ST-IDX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-ST-DATE (WS-ST-IDX) TO REPORT-LINE (1:8).
           MOVE WS-ST-DRCR (WS-ST-IDX) TO REPORT-LINE (10:1).
           MOVE WS-AMOUNT-EDIT TO REPORT-LINE (12:14).
           MOVE WS-ST-REF (WS-ST-IDX) TO REPORT-LINE (28:20).
           WRITE REPORT-LINE.

       AGE-ONE-ISSUED-LINE.
           ADD 1 TO WS-OUTSTANDING-COUNT.
           ADD WS-IS-AMOUNT (WS-IS-IDX) TO WS-OUTSTANDING-TOTAL.
           MOVE WS-IS-RELEASED (WS-IS-IDX) TO WS-CONV-DATE.
           PERFORM DATE-TO-SERIAL.
           COMPUTE WS-DAYS-OUT = WS-TODAY-SERIAL - WS-CONV-SERIAL.
           IF WS-DAYS-OUT > WS-CHASE-DAYS
               ADD 1 TO WS-OLD-COUNT
               ADD WS-IS-AMOUNT (WS-IS-IDX) TO WS-OLD-TOTAL
               MOVE WS-DAYS-OUT TO WS-DAYS-EDIT
               MOVE WS-IS-AMOUNT (WS-IS-IDX) TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-OUT-LINE
               STRING "PAYROLL RUN " WS-IS-RUN-DATE (WS-IS-IDX)
                   " EMPLOYEE " WS-IS-PERSON-ID (WS-IS-IDX)
                   " TO " WS-IS-BANK-CODE (WS-IS-IDX)
                   " " WS-IS-BANK-ACCT (WS-IS-IDX)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
               MOVE SPACES TO REPORT-LINE
               MOVE WS-IS-RELEASED (WS-IS-IDX) TO REPORT-LINE (1:8)
               MOVE "D" TO REPORT-LINE (10:1)
               MOVE WS-AMOUNT-EDIT TO REPORT-LINE (12:14)
               MOVE WS-OUT-LINE (1:60) TO REPORT-LINE (28:60)
               MOVE WS-DAYS-EDIT TO REPORT-LINE (90:5)
               MOVE "DAYS" TO REPORT-LINE (96:4)
               WRITE REPORT-LINE
           END-IF.

       AGE-ONE-RECEIPT.
           ADD 1 TO WS-OUTSTANDING-COUNT.
           ADD WS-RC-AMOUNT (WS-RC-IDX) TO WS-OUTSTANDING-TOTAL.
           MOVE WS-RC-DATE (WS-RC-IDX) TO WS-CONV-DATE.
           PERFORM DATE-TO-SERIAL.
           COMPUTE WS-DAYS-OUT = WS-TODAY-SERIAL - WS-CONV-SERIAL.
           IF WS-DAYS-OUT > WS-CHASE-DAYS
               ADD 1 TO WS-OLD-COUNT
               ADD WS-RC-AMOUNT (WS-RC-IDX) TO WS-OLD-TOTAL
               MOVE WS-DAYS-OUT TO WS-DAYS-EDIT
               MOVE WS-RC-AMOUNT (WS-RC-IDX) TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-OUT-LINE
               STRING "RECEIPT " WS-RC-RECEIPT (WS-RC-IDX)
                   " STUDENT " WS-RC-STUDENT (WS-RC-IDX)
                   " TENDER " WS-RC-TENDER (WS-RC-IDX)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
               MOVE SPACES TO REPORT-LINE
               MOVE WS-RC-DATE (WS-RC-IDX) TO REPORT-LINE (1:8)
               MOVE "C" TO REPORT-LINE (10:1)
               MOVE WS-AMOUNT-EDIT TO REPORT-LINE (12:14)
               MOVE WS-OUT-LINE (1:60) TO REPORT-LINE (28:60)
               MOVE WS-DAYS-EDIT TO REPORT-LINE (90:5)
               MOVE "DAYS" TO REPORT-LINE (96:4)
               WRITE REPORT-LINE
           END-IF.

      *> serial day number: whole years before this one (365 plus one
      *> per leap year), days in the months already passed (plus one
      *> after February in a leap year), then the day itself
       DATE-TO-SERIAL.
           COMPUTE WS-PRIOR-YEAR = WS-CONV-YEAR - 1.
           COMPUTE WS-CONV-SERIAL = WS-CONV-YEAR * 365.
           DIVIDE WS-PRIOR-YEAR BY 4 GIVING WS-LEAP-WORK.
           ADD WS-LEAP-WORK TO WS-CONV-SERIAL.
           DIVIDE WS-PRIOR-YEAR BY 100 GIVING WS-LEAP-WORK.
           SUBTRACT WS-LEAP-WORK FROM WS-CONV-SERIAL.
           DIVIDE WS-PRIOR-YEAR BY 400 GIVING WS-LEAP-WORK.
           ADD WS-LEAP-WORK TO WS-CONV-SERIAL.
           ADD WS-CUM-DAYS (WS-CONV-MONTH) TO WS-CONV-SERIAL.
           ADD WS-CONV-DAY TO WS-CONV-SERIAL.
           IF WS-CONV-MONTH > 2
               DIVIDE WS-CONV-YEAR BY 4
                   GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   DIVIDE WS-CONV-YEAR BY 100
                       GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM NOT = 0
                       ADD 1 TO WS-CONV-SERIAL
                   ELSE
                       DIVIDE WS-CONV-YEAR BY 400
                           GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           ADD 1 TO WS-CONV-SERIAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       END PROGRAM BANKREC.
