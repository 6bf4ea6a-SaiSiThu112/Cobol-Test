       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARPAY.

      *> customer payment capture against the receivables ledger
      *> ArOpenItems.txt: the operator keys a CU-CODE (verified
      *> against CustomerMaster.txt) and the amount received. The
      *> payment is applied to the customer's oldest open invoices
      *> first - the ledger is in the order CUSTINV raised them - and
      *> each invoice it clears is closed. Whatever is left over
      *> stays open on the payment line as unapplied cash, which the
      *> statement run shows against the balance. Each payment gets
      *> a receipt number from ArRcptNumber.txt. The ledger is held
      *> in memory and written back whole at the end, the way
      *> INVMATCH rewrites the invoice file. Loops until the 99999
      *> quit sentinel.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO DYNAMIC WS-CUSTOMER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT AR-FILE ASSIGN TO DYNAMIC WS-AR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.

           SELECT RCPT-NUMBER-FILE
               ASSIGN TO DYNAMIC WS-RCPT-NUMBER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPT-NUMBER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CUSTOMER-MASTER-FILE.
           01 CUSTOMER-MASTER-LINE.
               COPY CUSTOMER-MASTER.

           FD AR-FILE.
           01 AR-REC.
               COPY AR-OPEN-ITEM.

           FD RCPT-NUMBER-FILE.
           01 RCPT-NUMBER-LINE PIC 9(6).

       WORKING-STORAGE SECTION.
           01 WS-AR-TABLE.
               05 WS-AR-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-AR-COUNT
                       INDEXED BY WS-AR-IDX.
                   10 WS-AR-ITEM PIC X(46).
           01 WS-AR-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-AR-EOF PIC A(1) VALUE "N".

           01 WS-CUSTOMER-TABLE.
               05 WS-CU-ENTRY OCCURS 500 TIMES INDEXED BY WS-CU-IDX.
                   10 WS-CU-CODE PIC 9(5).
                   10 WS-CU-NAME PIC X(20).
                   10 WS-CU-BRANCH PIC 9(3).
           01 WS-CUSTOMER-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-CU-EOF PIC A(1) VALUE "N".

           01 WS-QUIT-ID PIC 9(5) VALUE 99999.
           01 WS-ASK-ID PIC 9(5).
           01 WS-ASK-AMOUNT PIC 9(9)V99.
           01 WS-UNAPPLIED PIC 9(9)V99.
           01 WS-FOUND-SW PIC A(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-EDIT-SW PIC A(1).
               88 WS-EDIT-OK VALUE "Y".
               88 WS-EDIT-FAILED VALUE "N".
           01 WS-TODAY PIC 9(8).
           01 WS-LAST-RCPT-NUMBER PIC 9(6) VALUE ZERO.
           01 WS-TAKEN-COUNT PIC 9(4) VALUE ZERO.
           01 WS-TAKEN-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-CLOSED-COUNT PIC 9(4).
           01 WS-AMOUNT-EDIT PIC ZZZZZZZZ9.99.

           01 WS-CUSTOMER-PATH PIC X(80).
           01 WS-AR-PATH PIC X(80).
           01 WS-RCPT-NUMBER-PATH PIC X(80).
           01 WS-CUSTOMER-STATUS PIC X(2).
           01 WS-AR-STATUS PIC X(2).
           01 WS-RCPT-NUMBER-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-CUSTOMER-PATH FROM ENVIRONMENT
               "CUSTOMERMASTER_FILE".
           IF WS-CUSTOMER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CustomerMaster.txt"
                   TO WS-CUSTOMER-PATH
           END-IF.
           ACCEPT WS-AR-PATH FROM ENVIRONMENT "AR_OPENITEMS".
           IF WS-AR-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ArOpenItems.txt"
                   TO WS-AR-PATH
           END-IF.
           ACCEPT WS-RCPT-NUMBER-PATH FROM ENVIRONMENT
               "ARPAY_RCPTNUMBER".
           IF WS-RCPT-NUMBER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ArRcptNumber.txt"
                   TO WS-RCPT-NUMBER-PATH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CUSTOMER MASTER FILE - STATUS "
                   WS-CUSTOMER-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-CU-EOF = "Y"
               READ CUSTOMER-MASTER-FILE
                   AT END MOVE "Y" TO WS-CU-EOF
                   NOT AT END
                       ADD 1 TO WS-CUSTOMER-COUNT
                       SET WS-CU-IDX TO WS-CUSTOMER-COUNT
                       MOVE CU-CODE TO WS-CU-CODE (WS-CU-IDX)
                       MOVE CU-NAME TO WS-CU-NAME (WS-CU-IDX)
                       MOVE CU-BRANCH TO WS-CU-BRANCH (WS-CU-IDX)
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER-FILE.

           OPEN INPUT AR-FILE.
           IF WS-AR-STATUS = "00"
               PERFORM UNTIL WS-AR-EOF = "Y"
                   READ AR-FILE
                       AT END MOVE "Y" TO WS-AR-EOF
                       NOT AT END
                           ADD 1 TO WS-AR-COUNT
                           SET WS-AR-IDX TO WS-AR-COUNT
                           MOVE AR-REC TO WS-AR-ITEM (WS-AR-IDX)
                           IF AR-PAYMENT AND
                                   AR-DOC-NO > WS-LAST-RCPT-NUMBER
                               MOVE AR-DOC-NO TO WS-LAST-RCPT-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AR-FILE
           END-IF.

           OPEN INPUT RCPT-NUMBER-FILE.
           IF WS-RCPT-NUMBER-STATUS = "00"
               READ RCPT-NUMBER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RCPT-NUMBER-LINE IS NUMERIC AND
                               RCPT-NUMBER-LINE > WS-LAST-RCPT-NUMBER
                           MOVE RCPT-NUMBER-LINE
                               TO WS-LAST-RCPT-NUMBER
                       END-IF
               END-READ
               CLOSE RCPT-NUMBER-FILE
           END-IF.

           DISPLAY "Enter CU-CODE paying (99999 to quit)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-ID.
           PERFORM UNTIL WS-ASK-ID = WS-QUIT-ID
               PERFORM TAKE-ONE-PAYMENT
               DISPLAY "Enter CU-CODE paying (99999 to quit)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-ID
           END-PERFORM.

           IF WS-TAKEN-COUNT > ZERO
               OPEN OUTPUT AR-FILE
               IF WS-AR-STATUS NOT = "00"
                   DISPLAY "ERROR REWRITING RECEIVABLES FILE - STATUS "
                       WS-AR-STATUS
                   STOP RUN
               END-IF
               PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                       UNTIL WS-AR-IDX > WS-AR-COUNT
                   MOVE WS-AR-ITEM (WS-AR-IDX) TO AR-REC
                   WRITE AR-REC
               END-PERFORM
               CLOSE AR-FILE
               OPEN OUTPUT RCPT-NUMBER-FILE
               IF WS-RCPT-NUMBER-STATUS = "00"
                   MOVE WS-LAST-RCPT-NUMBER TO RCPT-NUMBER-LINE
                   WRITE RCPT-NUMBER-LINE
                   CLOSE RCPT-NUMBER-FILE
               END-IF
           END-IF.

           MOVE WS-TAKEN-TOTAL TO WS-AMOUNT-EDIT.
           DISPLAY WS-TAKEN-COUNT " PAYMENTS TAKEN TOTALLING "
               WS-AMOUNT-EDIT.
           STOP RUN.

       TAKE-ONE-PAYMENT.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > WS-CUSTOMER-COUNT
               IF WS-CU-CODE (WS-CU-IDX) = WS-ASK-ID
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               DISPLAY "CU-CODE " WS-ASK-ID
                   " IS NOT ON THE CUSTOMER MASTER - NOT TAKEN"
               EXIT PARAGRAPH
           END-IF.
           IF WS-AR-COUNT >= 20000
               DISPLAY "RECEIVABLES LEDGER IS FULL - NOT TAKEN"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PAYMENT FROM " WS-CU-NAME (WS-CU-IDX).
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter amount received" WITH NO ADVANCING
               ACCEPT WS-ASK-AMOUNT
               IF WS-ASK-AMOUNT > ZERO
                   SET WS-EDIT-OK TO TRUE
               ELSE
                   DISPLAY "AMOUNT MUST BE POSITIVE - RE-ENTER"
               END-IF
           END-PERFORM.

      *> oldest open invoice first
           MOVE WS-ASK-AMOUNT TO WS-UNAPPLIED.
           MOVE ZERO TO WS-CLOSED-COUNT.
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AR-COUNT
                       OR WS-UNAPPLIED = ZERO
               MOVE WS-AR-ITEM (WS-AR-IDX) TO AR-REC
               IF AR-CUSTOMER = WS-ASK-ID AND AR-INVOICE AND AR-OPEN
                   IF WS-UNAPPLIED >= AR-OPEN-AMOUNT
                       SUBTRACT AR-OPEN-AMOUNT FROM WS-UNAPPLIED
                       MOVE ZERO TO AR-OPEN-AMOUNT
                       SET AR-CLOSED TO TRUE
                       ADD 1 TO WS-CLOSED-COUNT
                   ELSE
                       SUBTRACT WS-UNAPPLIED FROM AR-OPEN-AMOUNT
                       MOVE ZERO TO WS-UNAPPLIED
                   END-IF
                   MOVE AR-REC TO WS-AR-ITEM (WS-AR-IDX)
               END-IF
           END-PERFORM.

           ADD 1 TO WS-LAST-RCPT-NUMBER.
           MOVE WS-ASK-ID TO AR-CUSTOMER.
           MOVE WS-CU-BRANCH (WS-CU-IDX) TO AR-BRANCH.
           SET AR-PAYMENT TO TRUE.
           MOVE WS-LAST-RCPT-NUMBER TO AR-DOC-NO.
           MOVE WS-TODAY TO AR-DATE.
           MOVE WS-ASK-AMOUNT TO AR-AMOUNT.
           MOVE WS-UNAPPLIED TO AR-OPEN-AMOUNT.
           IF WS-UNAPPLIED = ZERO
               SET AR-CLOSED TO TRUE
           ELSE
               SET AR-OPEN TO TRUE
           END-IF.
           ADD 1 TO WS-AR-COUNT.
           SET WS-AR-IDX TO WS-AR-COUNT.
           MOVE AR-REC TO WS-AR-ITEM (WS-AR-IDX).
           ADD 1 TO WS-TAKEN-COUNT.
           ADD WS-ASK-AMOUNT TO WS-TAKEN-TOTAL.
           DISPLAY "RECEIPT " WS-LAST-RCPT-NUMBER " RECORDED - "
               WS-CLOSED-COUNT " INVOICES CLEARED".
           IF WS-UNAPPLIED > ZERO
               MOVE WS-UNAPPLIED TO WS-AMOUNT-EDIT
               DISPLAY "UNAPPLIED ON ACCOUNT " WS-AMOUNT-EDIT
           END-IF.

       END PROGRAM ARPAY.
