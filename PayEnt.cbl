      *> RECORDTEST uses) and the amount received, and the payment
      *> is appended to Payments.txt stamped with today's date - the
      *> other half of the statement the arrears report draws.
      *> A student on a payment plan has the payment applied to
      *> their oldest unpaid instalments first (PaymentPlans.txt,
      *> held under the PAYPLANS lock for the session and written
      *> back at the end); whatever is left over beyond the plan
      *> still counts on the account. Loops until the 99999 quit
      *> sentinel.
      *> Every payment is numbered from the receipt counter
      *> (ReceiptNo.txt, rewritten as each number is used), tagged
      *> with its tender - cash, cheque, card or transfer - and the
      *> operator signed on at OPERATORMENU, and a receipt line is
      *> printed to Receipts.txt. The operator's session for the day
      *> is closed by CASHCLOSE; once it is, no further payment is
      *> taken into it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT PAY-PLAN-FILE ASSIGN TO DYNAMIC WS-PLAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT RECEIPT-NUMBER-FILE
               ASSIGN TO DYNAMIC WS-RECEIPT-NUMBER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-NUMBER-STATUS.

           SELECT RECEIPT-PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT CASH-CLOSE-FILE ASSIGN TO DYNAMIC WS-CLOSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD STUDENT.

           FD PAYMENT-FILE.
           01 PAYMENT-REC.
               COPY PAYMENT.

           FD PAY-PLAN-FILE.
           01 PAY-PLAN-LINE.
               COPY PAY-PLAN.

           FD RECEIPT-NUMBER-FILE.
           01 RECEIPT-NUMBER-LINE PIC 9(6).

           FD RECEIPT-PRINT-FILE.
           01 RECEIPT-PRINT-LINE PIC X(80).

           FD CASH-CLOSE-FILE.
           01 CASH-CLOSE-LINE.
               COPY CASH-CLOSE.

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
           01 WS-PLAN-EOF PIC A(1) VALUE "N".
           01 WS-PLANS-CHANGED-SW PIC X(1) VALUE "N".
               88 WS-PLANS-CHANGED VALUE "Y".
           01 WS-LEFT-TO-APPLY PIC 9(7)V99.
           01 WS-INST-UNPAID PIC 9(5)V99.
           01 WS-BEST-IDX PIC 9(4) COMP.
           01 WS-BEST-DUE PIC 9(8).
           01 WS-APPLY-EDIT PIC ZZ,ZZ9.99.
           01 WS-LEFT-EDIT PIC Z,ZZZ,ZZ9.99.

      *> the shared-file interlock - PLANMAINT and LATERUN rewrite
      *> the plans too
           01 WS-LOCK-PARM.
               05 FL-ACTION PIC X(1).
               05 FL-LOCK-NAME PIC X(20).
               05 FL-HOLDER PIC X(10).
               05 FL-RESULT PIC X(1).
                   88 FL-GRANTED VALUE "G".
                   88 FL-HELD VALUE "H".
               05 FL-MESSAGE PIC X(40).

           01 WS-QUIT-ID PIC 9(5) VALUE 99999.
           01 WS-ASK-ID PIC 9(5).
           01 WS-ASK-AMOUNT PIC 9(7)V99.
           01 WS-TAKEN-COUNT PIC 9(4) VALUE ZERO.
           01 WS-TAKEN-TOTAL PIC 9(9)V99 VALUE ZERO.

           01 WS-OPERATOR-ID PIC X(10).
           01 WS-LAST-RECEIPT PIC 9(6) VALUE ZERO.
           01 WS-PAYMENT-EOF PIC A(1) VALUE "N".
           01 WS-ASK-TENDER PIC X(1).
           01 WS-TENDER-NAME PIC X(8).
           01 WS-AMOUNT-EDIT PIC Z,ZZZ,ZZ9.99.
           01 WS-RECEIPT-LINE PIC X(80).
           01 WS-CLOSE-EOF PIC A(1).
           01 WS-SESSION-SW PIC X(1) VALUE "N".
               88 WS-SESSION-CLOSED VALUE "Y".
               88 WS-SESSION-OPEN VALUE "N".

           01 WS-STUDENT-PATH PIC X(80).
           01 WS-PAYMENT-PATH PIC X(80).
           01 WS-STUDENT-STATUS PIC X(2).
           01 WS-PAYMENT-STATUS PIC X(2).
           01 WS-PLAN-PATH PIC X(80).
           01 WS-PLAN-STATUS PIC X(2).
           01 WS-RECEIPT-NUMBER-PATH PIC X(80).
           01 WS-RECEIPT-NUMBER-STATUS PIC X(2).
           01 WS-PRINT-PATH PIC X(80).
           01 WS-PRINT-STATUS PIC X(2).
           01 WS-CLOSE-PATH PIC X(80).
           01 WS-CLOSE-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-STUDENT-PATH FROM ENVIRONMENT "STUDENT_INDEX".
               MOVE "C:\Users\25-00229\Desktop\Payments.txt"
                   TO WS-PAYMENT-PATH
           END-IF.
           ACCEPT WS-PLAN-PATH FROM ENVIRONMENT "PAYMENT_PLANS".
           IF WS-PLAN-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PaymentPlans.txt"
                   TO WS-PLAN-PATH
           END-IF.
           ACCEPT WS-RECEIPT-NUMBER-PATH FROM ENVIRONMENT
               "RECEIPT_NUMBER".
           IF WS-RECEIPT-NUMBER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ReceiptNo.txt"
                   TO WS-RECEIPT-NUMBER-PATH
           END-IF.
           ACCEPT WS-PRINT-PATH FROM ENVIRONMENT "RECEIPTS_PRINT".
           IF WS-PRINT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Receipts.txt"
                   TO WS-PRINT-PATH
           END-IF.
           ACCEPT WS-CLOSE-PATH FROM ENVIRONMENT "CASHIER_CLOSE".
           IF WS-CLOSE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CashierClose.txt"
                   TO WS-CLOSE-PATH
           END-IF.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM CHECK-SESSION-CLOSED.
           IF WS-SESSION-CLOSED
               DISPLAY "CASHIER SESSION " WS-TODAY " FOR "
                   WS-OPERATOR-ID " IS ALREADY CLOSED"
               DISPLAY "NO FURTHER PAYMENTS CAN BE TAKEN INTO IT"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT.
           IF WS-STUDENT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT INDEX - STATUS "
               DISPLAY "RUN STUDENTLOAD TO BUILD IT FIRST"
               STOP RUN
           END-IF.
           MOVE "A" TO FL-ACTION.
           MOVE "PAYPLANS" TO FL-LOCK-NAME.
           MOVE "PAYENT" TO FL-HOLDER.
           CALL "FILELOCK" USING WS-LOCK-PARM.
           IF NOT FL-GRANTED
               DISPLAY "PAYMENT PLANS ARE BEING UPDATED BY "
                   FL-HOLDER " - TRY AGAIN SHORTLY"
               CLOSE STUDENT
               STOP RUN
           END-IF.
      *> no plans file just means nobody is on a plan yet
           OPEN INPUT PAY-PLAN-FILE.
           IF WS-PLAN-STATUS = "00"
               PERFORM UNTIL WS-PLAN-EOF = "Y"
                   READ PAY-PLAN-FILE
                       AT END MOVE "Y" TO WS-PLAN-EOF
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

      *> the next receipt number is one past the higher of the
      *> counter and the highest number already on the payments
      *> file, so a lost or stale counter never reissues a number -
      *> the PAYPLANS lock keeps a second PAYENT from numbering too
           OPEN INPUT PAYMENT-FILE.
           IF WS-PAYMENT-STATUS = "00"
               PERFORM UNTIL WS-PAYMENT-EOF = "Y"
                   READ PAYMENT-FILE
                       AT END MOVE "Y" TO WS-PAYMENT-EOF
                       NOT AT END
                           IF PY-RECEIPT-NO IS NUMERIC AND
                                   PY-RECEIPT-NO > WS-LAST-RECEIPT
                               MOVE PY-RECEIPT-NO TO WS-LAST-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF.
           OPEN INPUT RECEIPT-NUMBER-FILE.
           IF WS-RECEIPT-NUMBER-STATUS = "00"
               READ RECEIPT-NUMBER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RECEIPT-NUMBER-LINE IS NUMERIC AND
                               RECEIPT-NUMBER-LINE > WS-LAST-RECEIPT
                           MOVE RECEIPT-NUMBER-LINE
                               TO WS-LAST-RECEIPT
                       END-IF
               END-READ
               CLOSE RECEIPT-NUMBER-FILE
           END-IF.

           OPEN EXTEND PAYMENT-FILE.
           IF WS-PAYMENT-STATUS = "35"
               OPEN OUTPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYMENTS FILE - STATUS "
                   WS-PAYMENT-STATUS
               MOVE "R" TO FL-ACTION
               CALL "FILELOCK" USING WS-LOCK-PARM
               CLOSE STUDENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND RECEIPT-PRINT-FILE.
           IF WS-PRINT-STATUS = "35"
               OPEN OUTPUT RECEIPT-PRINT-FILE
           END-IF.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RECEIPT PRINT FILE - STATUS "
                   WS-PRINT-STATUS
               MOVE "R" TO FL-ACTION
               CALL "FILELOCK" USING WS-LOCK-PARM
               CLOSE STUDENT
               CLOSE PAYMENT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "CASHIER " WS-OPERATOR-ID " SESSION " WS-TODAY.
           DISPLAY "Enter STUDENT-ID paying (99999 to quit)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-ID.
           PERFORM UNTIL WS-ASK-ID = WS-QUIT-ID OR WS-SESSION-CLOSED
               PERFORM TAKE-ONE-PAYMENT
               IF WS-SESSION-OPEN
                   DISPLAY "Enter STUDENT-ID paying (99999 to quit)"
                       WITH NO ADVANCING
                   ACCEPT WS-ASK-ID
               END-IF
           END-PERFORM.

           CLOSE STUDENT.
           CLOSE PAYMENT-FILE.
           CLOSE RECEIPT-PRINT-FILE.
           IF WS-PLANS-CHANGED
               PERFORM WRITE-PLANS-BACK
           END-IF.
           MOVE "R" TO FL-ACTION.
           CALL "FILELOCK" USING WS-LOCK-PARM.
           IF WS-SESSION-CLOSED
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY WS-TAKEN-COUNT " PAYMENTS TAKEN TOTALLING "
               WS-TAKEN-TOTAL.
           STOP RUN.
                               "RE-ENTER"
                       END-IF
                   END-PERFORM
                   MOVE SPACE TO PY-TENDER
                   PERFORM UNTIL PY-TENDER-VALID
                       DISPLAY "Enter tender C=CASH Q=CHEQUE K=CARD "
                           "T=TRANSFER" WITH NO ADVANCING
                       ACCEPT WS-ASK-TENDER
                       INSPECT WS-ASK-TENDER CONVERTING "cqkt"
                           TO "CQKT"
                       MOVE WS-ASK-TENDER TO PY-TENDER
                       IF NOT PY-TENDER-VALID
                           DISPLAY "INVALID TENDER - RE-ENTER"
                       END-IF
                   END-PERFORM
      *> CASHCLOSE may have closed the session while this one was
      *> still open at the counter
                   PERFORM CHECK-SESSION-CLOSED
                   IF WS-SESSION-CLOSED
                       DISPLAY "CASHIER SESSION HAS BEEN CLOSED - "
                           "PAYMENT NOT TAKEN"
                   ELSE
                       PERFORM RECORD-THE-PAYMENT
                   END-IF
           END-READ.

       RECORD-THE-PAYMENT.
           ADD 1 TO WS-LAST-RECEIPT.
           MOVE WS-ASK-ID TO PY-STUDENT-ID.
           MOVE WS-ASK-AMOUNT TO PY-AMOUNT.
           MOVE WS-TODAY TO PY-DATE.
           MOVE WS-LAST-RECEIPT TO PY-RECEIPT-NO.
           MOVE WS-OPERATOR-ID TO PY-OPERATOR.
           WRITE PAYMENT-REC.
           OPEN OUTPUT RECEIPT-NUMBER-FILE.
           IF WS-RECEIPT-NUMBER-STATUS = "00"
               MOVE WS-LAST-RECEIPT TO RECEIPT-NUMBER-LINE
               WRITE RECEIPT-NUMBER-LINE
               CLOSE RECEIPT-NUMBER-FILE
           ELSE
               DISPLAY "ERROR WRITING RECEIPT COUNTER - STATUS "
                   WS-RECEIPT-NUMBER-STATUS
           END-IF.
           ADD 1 TO WS-TAKEN-COUNT.
           ADD WS-ASK-AMOUNT TO WS-TAKEN-TOTAL.
           PERFORM PRINT-RECEIPT.
           DISPLAY "PAYMENT RECORDED".
           PERFORM APPLY-TO-PLAN.

       PRINT-RECEIPT.
           EVALUATE TRUE
               WHEN PY-CASH
                   MOVE "CASH" TO WS-TENDER-NAME
               WHEN PY-CHEQUE
                   MOVE "CHEQUE" TO WS-TENDER-NAME
               WHEN PY-CARD
                   MOVE "CARD" TO WS-TENDER-NAME
               WHEN PY-TRANSFER
                   MOVE "TRANSFER" TO WS-TENDER-NAME
           END-EVALUATE.
           MOVE PY-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-RECEIPT-LINE.
           STRING "RECEIPT " PY-RECEIPT-NO " " PY-DATE " "
               PY-STUDENT-ID " " STUDENT-NAME " " WS-AMOUNT-EDIT " "
               WS-TENDER-NAME " " PY-OPERATOR
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE.
           MOVE WS-RECEIPT-LINE TO RECEIPT-PRINT-LINE.
           WRITE RECEIPT-PRINT-LINE.
           DISPLAY WS-RECEIPT-LINE.

      *> a session is one operator's payments on one day; it is
      *> closed once CashierClose.txt has a line for it
       CHECK-SESSION-CLOSED.
           SET WS-SESSION-OPEN TO TRUE.
           MOVE "N" TO WS-CLOSE-EOF.
           OPEN INPUT CASH-CLOSE-FILE.
           IF WS-CLOSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CLOSE-EOF = "Y"
               READ CASH-CLOSE-FILE
                   AT END MOVE "Y" TO WS-CLOSE-EOF
                   NOT AT END
                       IF CC-DATE = WS-TODAY AND
                               CC-OPERATOR = WS-OPERATOR-ID
                           SET WS-SESSION-CLOSED TO TRUE
                           MOVE "Y" TO WS-CLOSE-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CASH-CLOSE-FILE.

      *> oldest unpaid instalment first, across all the student's
      *> plans, until the payment runs out or the plans are paid up
       APPLY-TO-PLAN.
           MOVE WS-ASK-AMOUNT TO WS-LEFT-TO-APPLY.
           PERFORM UNTIL WS-LEFT-TO-APPLY = ZERO
               MOVE ZERO TO WS-BEST-IDX
               MOVE 99999999 TO WS-BEST-DUE
               PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                       UNTIL WS-PP-IDX > WS-PLAN-COUNT
                   IF WS-PP-STUDENT (WS-PP-IDX) = WS-ASK-ID AND
                           WS-PP-PAID (WS-PP-IDX) <
                               WS-PP-AMOUNT (WS-PP-IDX) AND
                           WS-PP-DUE (WS-PP-IDX) < WS-BEST-DUE
                       SET WS-BEST-IDX TO WS-PP-IDX
                       MOVE WS-PP-DUE (WS-PP-IDX) TO WS-BEST-DUE
                   END-IF
               END-PERFORM
               IF WS-BEST-IDX = ZERO
                   EXIT PERFORM
               END-IF
               COMPUTE WS-INST-UNPAID = WS-PP-AMOUNT (WS-BEST-IDX)
                   - WS-PP-PAID (WS-BEST-IDX)
               IF WS-INST-UNPAID > WS-LEFT-TO-APPLY
                   MOVE WS-LEFT-TO-APPLY TO WS-INST-UNPAID
               END-IF
               ADD WS-INST-UNPAID TO WS-PP-PAID (WS-BEST-IDX)
               SUBTRACT WS-INST-UNPAID FROM WS-LEFT-TO-APPLY
               SET WS-PLANS-CHANGED TO TRUE
               MOVE WS-INST-UNPAID TO WS-APPLY-EDIT
               DISPLAY "  " WS-APPLY-EDIT " TO "
                   WS-PP-TERM (WS-BEST-IDX)
                   " INSTALMENT " WS-PP-INST (WS-BEST-IDX) " DUE "
                   WS-PP-DUE (WS-BEST-IDX)
           END-PERFORM.
           IF WS-LEFT-TO-APPLY > ZERO AND
                   WS-LEFT-TO-APPLY < WS-ASK-AMOUNT
               MOVE WS-LEFT-TO-APPLY TO WS-LEFT-EDIT
               DISPLAY "  " WS-LEFT-EDIT " BEYOND THE PLAN - ON "
                   "ACCOUNT"
           END-IF.

       WRITE-PLANS-BACK.
           OPEN OUTPUT PAY-PLAN-FILE.
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "ERROR WRITING PAYMENT PLANS - STATUS "
                   WS-PLAN-STATUS
               DISPLAY "PAYMENTS ARE RECORDED BUT NOT APPLIED TO "
                   "THE PLANS"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PLAN-COUNT
               MOVE WS-PP-ENTRY (WS-PP-IDX) TO PAY-PLAN-LINE
               WRITE PAY-PLAN-LINE
           END-PERFORM.
           CLOSE PAY-PLAN-FILE.

       END PROGRAM PAYENT.
