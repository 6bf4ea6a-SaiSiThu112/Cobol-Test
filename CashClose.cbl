       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHCLOSE.

      *> the daily cashier close: totals one cashier session - the
      *> payments PAYENT took under one operator on one day - by
      *> tender (cash, cheque, card, transfer), asks for the cash
      *> counted in the till and reports the till over or short
      *> against the cash taken. Every receipt in the session is
      *> listed in CashClose.txt with the totals. The close is then
      *> recorded in CashierClose.txt, which locks the session:
      *> PAYENT takes no further payment into it and a session can
      *> only be closed once. The session is the signed-on
      *> operator's today, or YYYYMMDD and then an operator ID on
      *> the command line for a supervisor closing someone else's
      *> day after the event. Takes the PAYPLANS lock, so no PAYENT
      *> can still be open at the counter while the day is counted.
      *> Return code 4 when the till is over or short.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PAYMENT-FILE ASSIGN TO DYNAMIC WS-PAYMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT CASH-CLOSE-FILE ASSIGN TO DYNAMIC WS-CLOSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.

           SELECT CLOSE-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PAYMENT-FILE.
           01 PAYMENT-REC.
               COPY PAYMENT.

           FD CASH-CLOSE-FILE.
           01 CASH-CLOSE-LINE.
               COPY CASH-CLOSE.

           FD CLOSE-REPORT-FILE.
           01 CLOSE-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-ARGS PIC X(30).
           01 WS-ARG-DATE PIC X(8).
           01 WS-ARG-OPERATOR PIC X(10).
           01 WS-OPERATOR-ID PIC X(10).
           01 WS-SESSION-OPERATOR PIC X(10).
           01 WS-SESSION-DATE PIC 9(8).
           01 WS-TODAY PIC 9(8).

           01 WS-PAYMENT-EOF PIC A(1) VALUE "N".
           01 WS-CLOSE-EOF PIC A(1) VALUE "N".
           01 WS-CLOSED-SW PIC X(1) VALUE "N".
               88 WS-ALREADY-CLOSED VALUE "Y".
           01 WS-CLOSED-BY PIC X(10).
           01 WS-RUN-RC PIC 9(2) VALUE ZERO.

      *> one line per tender, in the order PAYMENT.cpy names them
           01 WS-TENDER-NAMES.
               05 FILLER PIC X(9) VALUE "CCASH".
               05 FILLER PIC X(9) VALUE "QCHEQUE".
               05 FILLER PIC X(9) VALUE "KCARD".
               05 FILLER PIC X(9) VALUE "TTRANSFER".
           01 WS-TENDER-NAMES-R REDEFINES WS-TENDER-NAMES.
               05 WS-TN-ENTRY OCCURS 4 TIMES INDEXED BY WS-TN-IDX.
                   10 WS-TN-CODE PIC X(1).
                   10 WS-TN-NAME PIC X(8).
           01 WS-TENDER-TOTALS.
               05 WS-TT-ENTRY OCCURS 4 TIMES.
                   10 WS-TT-COUNT PIC 9(5).
                   10 WS-TT-AMOUNT PIC 9(7)V99.

           01 WS-RECEIPT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-SESSION-TOTAL PIC 9(9)V99 VALUE ZERO.
           01 WS-FIRST-RECEIPT PIC 9(6) VALUE ZERO.
           01 WS-LAST-RECEIPT PIC 9(6) VALUE ZERO.
           01 WS-COUNTED-CASH PIC 9(7)V99.
           01 WS-OVER-SHORT PIC S9(7)V99.
           01 WS-CASH-TOTAL PIC 9(7)V99.

           01 WS-AMOUNT-EDIT PIC Z,ZZZ,ZZ9.99.
           01 WS-TOTAL-EDIT PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-DIFF-EDIT PIC Z,ZZZ,ZZ9.99.
           01 WS-COUNT-EDIT PIC ZZZZ9.
           01 WS-REPORT-LINE PIC X(80).

      *> the shared-file interlock - PAYENT holds it for as long as
      *> it is open at the counter
           01 WS-LOCK-PARM.
               05 FL-ACTION PIC X(1).
               05 FL-LOCK-NAME PIC X(20).
               05 FL-HOLDER PIC X(10).
               05 FL-RESULT PIC X(1).
                   88 FL-GRANTED VALUE "G".
                   88 FL-HELD VALUE "H".
               05 FL-MESSAGE PIC X(40).

           01 WS-DATE-PARM.
               05 DE-DATE PIC 9(8).
               05 DE-NO-FUTURE PIC X(1).
               05 DE-EARLIEST PIC 9(8).
               05 DE-RESULT PIC X(1).
                   88 DE-VALID VALUE "V".
               05 DE-MESSAGE PIC X(30).

           01 WS-PAYMENT-PATH PIC X(80).
           01 WS-CLOSE-PATH PIC X(80).
           01 WS-REPORT-PATH PIC X(80).
           01 WS-PAYMENT-STATUS PIC X(2).
           01 WS-CLOSE-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-SESSION-DATE.
           MOVE WS-OPERATOR-ID TO WS-SESSION-OPERATOR.

           ACCEPT WS-ARGS FROM COMMAND-LINE.
           IF WS-ARGS NOT = SPACES
               UNSTRING WS-ARGS DELIMITED BY ALL " "
                   INTO WS-ARG-DATE WS-ARG-OPERATOR
               END-UNSTRING
               IF WS-ARG-DATE NOT NUMERIC
                   DISPLAY "CASHCLOSE: GIVE THE SESSION DATE AS "
                       "YYYYMMDD ON THE COMMAND LINE, OPTIONALLY "
                       "FOLLOWED BY THE OPERATOR ID"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ARG-DATE TO DE-DATE
               MOVE "Y" TO DE-NO-FUTURE
               MOVE ZERO TO DE-EARLIEST
               CALL "DATEEDIT" USING WS-DATE-PARM
               IF NOT DE-VALID
                   DISPLAY "BAD SESSION DATE: " DE-MESSAGE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE DE-DATE TO WS-SESSION-DATE
               IF WS-ARG-OPERATOR NOT = SPACES
                   MOVE WS-ARG-OPERATOR TO WS-SESSION-OPERATOR
               END-IF
           END-IF.

           ACCEPT WS-PAYMENT-PATH FROM ENVIRONMENT "PAYMENTS_FILE".
           IF WS-PAYMENT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Payments.txt"
                   TO WS-PAYMENT-PATH
           END-IF.
           ACCEPT WS-CLOSE-PATH FROM ENVIRONMENT "CASHIER_CLOSE".
           IF WS-CLOSE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CashierClose.txt"
                   TO WS-CLOSE-PATH
           END-IF.
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "CASHCLOSE_REPORT".
           IF WS-REPORT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CashClose.txt"
                   TO WS-REPORT-PATH
           END-IF.

           MOVE "A" TO FL-ACTION.
           MOVE "PAYPLANS" TO FL-LOCK-NAME.
           MOVE "CASHCLOSE" TO FL-HOLDER.
           CALL "FILELOCK" USING WS-LOCK-PARM.
           IF NOT FL-GRANTED
               DISPLAY "PAYMENTS ARE IN USE BY " FL-HOLDER
                   " - CLOSE THE SESSION WHEN IT IS DONE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> a session is closed once and stays closed
           OPEN INPUT CASH-CLOSE-FILE.
           IF WS-CLOSE-STATUS = "00"
               PERFORM UNTIL WS-CLOSE-EOF = "Y"
                   READ CASH-CLOSE-FILE
                       AT END MOVE "Y" TO WS-CLOSE-EOF
                       NOT AT END
                           IF CC-DATE = WS-SESSION-DATE AND
                                   CC-OPERATOR = WS-SESSION-OPERATOR
                               SET WS-ALREADY-CLOSED TO TRUE
                               MOVE CC-CLOSED-BY TO WS-CLOSED-BY
                               MOVE "Y" TO WS-CLOSE-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASH-CLOSE-FILE
           END-IF.
           IF WS-ALREADY-CLOSED
               DISPLAY "CASHIER SESSION " WS-SESSION-DATE " FOR "
                   WS-SESSION-OPERATOR " WAS ALREADY CLOSED BY "
                   WS-CLOSED-BY
               MOVE "R" TO FL-ACTION
               CALL "FILELOCK" USING WS-LOCK-PARM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CLOSE-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CASHIER CLOSE REPORT - STATUS "
                   WS-REPORT-STATUS
               MOVE "R" TO FL-ACTION
               CALL "FILELOCK" USING WS-LOCK-PARM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CASHIER CLOSE - SESSION " WS-SESSION-DATE
               " OPERATOR " WS-SESSION-OPERATOR
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE "RECEIPT STUDENT TENDER         AMOUNT"
               TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.

           INITIALIZE WS-TENDER-TOTALS.
           OPEN INPUT PAYMENT-FILE.
           IF WS-PAYMENT-STATUS = "00"
               PERFORM UNTIL WS-PAYMENT-EOF = "Y"
                   READ PAYMENT-FILE
                       AT END MOVE "Y" TO WS-PAYMENT-EOF
                       NOT AT END
                           IF PY-DATE = WS-SESSION-DATE AND
                                   PY-OPERATOR = WS-SESSION-OPERATOR
                                   AND PY-TENDER-VALID
                               PERFORM COUNT-ONE-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF.
           IF WS-RECEIPT-COUNT = ZERO
               MOVE "NO PAYMENTS TAKEN IN THE SESSION"
                   TO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
           END-IF.

           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           DISPLAY "CASHIER SESSION " WS-SESSION-DATE " FOR "
               WS-SESSION-OPERATOR.
           PERFORM VARYING WS-TN-IDX FROM 1 BY 1 UNTIL WS-TN-IDX > 4
               MOVE WS-TT-COUNT (WS-TN-IDX) TO WS-COUNT-EDIT
               MOVE WS-TT-AMOUNT (WS-TN-IDX) TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-TN-NAME (WS-TN-IDX) " " WS-COUNT-EDIT
                   " RECEIPTS  " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
               DISPLAY "  " WS-REPORT-LINE
           END-PERFORM.
           MOVE WS-RECEIPT-COUNT TO WS-COUNT-EDIT.
           MOVE WS-SESSION-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOTAL    " WS-COUNT-EDIT " RECEIPTS" WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           DISPLAY "  " WS-REPORT-LINE.
           IF WS-RECEIPT-COUNT > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RECEIPTS " WS-FIRST-RECEIPT " TO "
                   WS-LAST-RECEIPT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
           END-IF.

           MOVE WS-TT-AMOUNT (1) TO WS-CASH-TOTAL.
           DISPLAY "Enter cash counted in the till" WITH NO ADVANCING.
           ACCEPT WS-COUNTED-CASH.
           COMPUTE WS-OVER-SHORT = WS-COUNTED-CASH - WS-CASH-TOTAL.

           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE WS-CASH-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CASH TAKEN               " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE WS-COUNTED-CASH TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CASH COUNTED             " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-OVER-SHORT TO WS-DIFF-EDIT.
           EVALUATE TRUE
               WHEN WS-OVER-SHORT > ZERO
                   STRING "TILL OVER                " WS-DIFF-EDIT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   MOVE 4 TO WS-RUN-RC
               WHEN WS-OVER-SHORT < ZERO
                   STRING "TILL SHORT               " WS-DIFF-EDIT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   MOVE 4 TO WS-RUN-RC
               WHEN OTHER
                   MOVE "TILL BALANCES" TO WS-REPORT-LINE
           END-EVALUATE.
           MOVE WS-REPORT-LINE TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.

           MOVE WS-SESSION-DATE TO CC-DATE.
           MOVE WS-SESSION-OPERATOR TO CC-OPERATOR.
           MOVE WS-RECEIPT-COUNT TO CC-RECEIPT-COUNT.
           MOVE WS-FIRST-RECEIPT TO CC-FIRST-RECEIPT.
           MOVE WS-LAST-RECEIPT TO CC-LAST-RECEIPT.
           MOVE WS-TT-AMOUNT (1) TO CC-CASH-TOTAL.
           MOVE WS-TT-AMOUNT (2) TO CC-CHEQUE-TOTAL.
           MOVE WS-TT-AMOUNT (3) TO CC-CARD-TOTAL.
           MOVE WS-TT-AMOUNT (4) TO CC-TRANSFER-TOTAL.
           MOVE WS-COUNTED-CASH TO CC-COUNTED-CASH.
           MOVE WS-OVER-SHORT TO CC-OVER-SHORT.
           MOVE WS-OPERATOR-ID TO CC-CLOSED-BY.
           OPEN EXTEND CASH-CLOSE-FILE.
           IF WS-CLOSE-STATUS = "35"
               OPEN OUTPUT CASH-CLOSE-FILE
           END-IF.
           IF WS-CLOSE-STATUS NOT = "00"
               DISPLAY "ERROR RECORDING THE CLOSE - STATUS "
                   WS-CLOSE-STATUS
               DISPLAY "THE SESSION IS COUNTED BUT NOT CLOSED"
               MOVE 8 TO WS-RUN-RC
           ELSE
               WRITE CASH-CLOSE-LINE
               CLOSE CASH-CLOSE-FILE
               MOVE "SESSION CLOSED" TO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
               DISPLAY "SESSION CLOSED"
           END-IF.
           CLOSE CLOSE-REPORT-FILE.

           MOVE "R" TO FL-ACTION.
           CALL "FILELOCK" USING WS-LOCK-PARM.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       COUNT-ONE-RECEIPT.
           PERFORM VARYING WS-TN-IDX FROM 1 BY 1 UNTIL WS-TN-IDX > 4
               IF WS-TN-CODE (WS-TN-IDX) = PY-TENDER
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           ADD 1 TO WS-TT-COUNT (WS-TN-IDX).
           ADD PY-AMOUNT TO WS-TT-AMOUNT (WS-TN-IDX).
           ADD 1 TO WS-RECEIPT-COUNT.
           ADD PY-AMOUNT TO WS-SESSION-TOTAL.
           IF WS-FIRST-RECEIPT = ZERO OR
                   PY-RECEIPT-NO < WS-FIRST-RECEIPT
               MOVE PY-RECEIPT-NO TO WS-FIRST-RECEIPT
           END-IF.
           IF PY-RECEIPT-NO > WS-LAST-RECEIPT
               MOVE PY-RECEIPT-NO TO WS-LAST-RECEIPT
           END-IF.
           MOVE PY-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING PY-RECEIPT-NO "  " PY-STUDENT-ID "   "
               WS-TN-NAME (WS-TN-IDX) " " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.

       END PROGRAM CASHCLOSE.
