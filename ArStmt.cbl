       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARSTMT.

      *> customer statements and debtor aging off the receivables
      *> ledger ArOpenItems.txt. Every customer with anything still
      *> open gets a statement in CustomerStatements.txt - each open
      *> invoice with the order lines CUSTINV billed on it (and the
      *> output tax charged on each), each
      *> unapplied payment, and the balance owing. The same open
      *> amounts are then aged from the document date into CURRENT
      *> (0-30 days), 31-60, 61-90 and OVER 90 and written to
      *> DebtorAging.txt one line per customer, grouped by the
      *> customer's CU-BRANCH with a subtotal per branch and a
      *> company total. Unapplied cash is shown in its own column
      *> and nets off the balance rather than being aged. Serial-day
      *> arithmetic is the same shape SERVICEREPT uses for length of
      *> service.

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

           SELECT INVOICE-LINE-FILE
               ASSIGN TO DYNAMIC WS-INVOICE-LINE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-LINE-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO DYNAMIC WS-STATEMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT AGING-FILE ASSIGN TO DYNAMIC WS-AGING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CUSTOMER-MASTER-FILE.
           01 CUSTOMER-MASTER-LINE.
               COPY CUSTOMER-MASTER.

           FD AR-FILE.
           01 AR-REC.
               COPY AR-OPEN-ITEM.

           FD INVOICE-LINE-FILE.
           01 INVOICE-LINE-REC.
               COPY AR-INVOICE-LINE.

           FD STATEMENT-FILE.
           01 STATEMENT-LINE PIC X(90).

           FD AGING-FILE.
           01 AGING-LINE PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-AR-TABLE.
               05 WS-AR-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-AR-COUNT
                       INDEXED BY WS-AR-IDX.
                   10 WS-AR-ITEM PIC X(46).
           01 WS-AR-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-AR-EOF PIC A(1) VALUE "N".

           01 WS-LINE-TABLE.
               05 WS-LN-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-LN-COUNT
                       INDEXED BY WS-LN-IDX.
                   10 WS-LN-INVOICE PIC 9(6).
                   10 WS-LN-SO-NUMBER PIC 9(6).
                   10 WS-LN-BRANCH PIC 9(3).
                   10 WS-LN-PRODUCT PIC 9(2).
                   10 WS-LN-QUANTITY PIC S9(5)V99.
                   10 WS-LN-PRICE PIC 9(5)V99.
                   10 WS-LN-VALUE PIC S9(9)V99.
                   10 WS-LN-TAX PIC S9(7)V99.
           01 WS-LN-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-LINE-EOF PIC A(1) VALUE "N".

      *> one entry per customer, aging buckets alongside, sorted by
      *> branch before the aging report is written
           01 WS-CUSTOMER-TABLE.
               05 WS-CU-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-CUSTOMER-COUNT
                       INDEXED BY WS-CU-IDX.
                   10 WS-CU-BRANCH PIC 9(3).
                   10 WS-CU-CODE PIC 9(5).
                   10 WS-CU-NAME PIC X(20).
                   10 WS-CU-CURRENT PIC 9(9)V99.
                   10 WS-CU-31-60 PIC 9(9)V99.
                   10 WS-CU-61-90 PIC 9(9)V99.
                   10 WS-CU-OVER-90 PIC 9(9)V99.
                   10 WS-CU-UNAPPLIED PIC 9(9)V99.
           01 WS-CUSTOMER-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-CU-EOF PIC A(1) VALUE "N".

           01 WS-BUCKETS.
               05 WS-B-CURRENT PIC 9(11)V99.
               05 WS-B-31-60 PIC 9(11)V99.
               05 WS-B-61-90 PIC 9(11)V99.
               05 WS-B-OVER-90 PIC 9(11)V99.
               05 WS-B-UNAPPLIED PIC 9(11)V99.
           01 WS-CO-BUCKETS.
               05 WS-CO-CURRENT PIC 9(11)V99 VALUE ZERO.
               05 WS-CO-31-60 PIC 9(11)V99 VALUE ZERO.
               05 WS-CO-61-90 PIC 9(11)V99 VALUE ZERO.
               05 WS-CO-OVER-90 PIC 9(11)V99 VALUE ZERO.
               05 WS-CO-UNAPPLIED PIC 9(11)V99 VALUE ZERO.
           01 WS-PRINT-BUCKETS.
               05 WS-P-CURRENT PIC 9(11)V99.
               05 WS-P-31-60 PIC 9(11)V99.
               05 WS-P-61-90 PIC 9(11)V99.
               05 WS-P-OVER-90 PIC 9(11)V99.
               05 WS-P-UNAPPLIED PIC 9(11)V99.
           01 WS-P-BALANCE PIC S9(11)V99.
           01 WS-P-LABEL PIC X(29).
           01 WS-CUR-BRANCH PIC 9(3).
           01 WS-FIRST-SW PIC A(1).
               88 WS-FIRST-BRANCH VALUE "Y".
               88 WS-NOT-FIRST-BRANCH VALUE "N".

           01 WS-STMT-BALANCE PIC S9(11)V99.
           01 WS-STMT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-OPEN-ITEMS PIC 9(5).
           01 WS-UNKNOWN-COUNT PIC 9(5) VALUE ZERO.
           01 WS-FOUND-SW PIC A(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".

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
           01 WS-DOC-SERIAL PIC 9(7).
           01 WS-DAYS-OLD PIC S9(5).

           01 WS-DAYS-EDIT PIC ZZZZ9.
           01 WS-QTY-EDIT PIC -ZZZZ9.99.
           01 WS-PRICE-EDIT PIC ZZZZ9.99.
           01 WS-VALUE-EDIT PIC -ZZZZZZZZ9.99.
           01 WS-OPEN-EDIT PIC -ZZZZZZZZ9.99.
           01 WS-AMT-EDIT-1 PIC ZZZZZZZZ9.99.
           01 WS-AMT-EDIT-2 PIC ZZZZZZZZ9.99.
           01 WS-AMT-EDIT-3 PIC ZZZZZZZZ9.99.
           01 WS-AMT-EDIT-4 PIC ZZZZZZZZ9.99.
           01 WS-AMT-EDIT-5 PIC ZZZZZZZZ9.99.
           01 WS-BAL-EDIT PIC -ZZZZZZZZZ9.99.
           01 WS-REPORT-LINE PIC X(120).

           01 WS-CUSTOMER-PATH PIC X(80).
           01 WS-AR-PATH PIC X(80).
           01 WS-INVOICE-LINE-PATH PIC X(80).
           01 WS-STATEMENT-PATH PIC X(80).
           01 WS-AGING-PATH PIC X(80).
           01 WS-CUSTOMER-STATUS PIC X(2).
           01 WS-AR-STATUS PIC X(2).
           01 WS-INVOICE-LINE-STATUS PIC X(2).
           01 WS-STATEMENT-STATUS PIC X(2).
           01 WS-AGING-STATUS PIC X(2).

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
           ACCEPT WS-INVOICE-LINE-PATH FROM ENVIRONMENT
               "CUSTINV_LINES".
           IF WS-INVOICE-LINE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CustInvoiceLines.txt"
                   TO WS-INVOICE-LINE-PATH
           END-IF.
           ACCEPT WS-STATEMENT-PATH FROM ENVIRONMENT
               "ARSTMT_STATEMENTS".
           IF WS-STATEMENT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CustomerStatements.txt"
                   TO WS-STATEMENT-PATH
           END-IF.
           ACCEPT WS-AGING-PATH FROM ENVIRONMENT "ARSTMT_AGING".
           IF WS-AGING-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\DebtorAging.txt"
                   TO WS-AGING-PATH
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-CONV-DATE.
           PERFORM DATE-TO-SERIAL.
           MOVE WS-CONV-SERIAL TO WS-TODAY-SERIAL.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CUSTOMER MASTER FILE - STATUS "
                   WS-CUSTOMER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-CU-EOF = "Y"
               READ CUSTOMER-MASTER-FILE
                   AT END MOVE "Y" TO WS-CU-EOF
                   NOT AT END
                       IF WS-CUSTOMER-COUNT < 500
                           ADD 1 TO WS-CUSTOMER-COUNT
                           SET WS-CU-IDX TO WS-CUSTOMER-COUNT
                           MOVE CU-BRANCH TO WS-CU-BRANCH (WS-CU-IDX)
                           MOVE CU-CODE TO WS-CU-CODE (WS-CU-IDX)
                           MOVE CU-NAME TO WS-CU-NAME (WS-CU-IDX)
                           MOVE ZERO TO WS-CU-CURRENT (WS-CU-IDX)
                           MOVE ZERO TO WS-CU-31-60 (WS-CU-IDX)
                           MOVE ZERO TO WS-CU-61-90 (WS-CU-IDX)
                           MOVE ZERO TO WS-CU-OVER-90 (WS-CU-IDX)
                           MOVE ZERO TO WS-CU-UNAPPLIED (WS-CU-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER-FILE.

      *> closed items have nothing left to say on a statement
           OPEN INPUT AR-FILE.
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "NO RECEIVABLES FILE - NOTHING IS OWED"
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-AR-EOF = "Y"
               READ AR-FILE
                   AT END MOVE "Y" TO WS-AR-EOF
                   NOT AT END
                       IF AR-OPEN AND WS-AR-COUNT < 20000
                           ADD 1 TO WS-AR-COUNT
                           SET WS-AR-IDX TO WS-AR-COUNT
                           MOVE AR-REC TO WS-AR-ITEM (WS-AR-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AR-FILE.

           OPEN INPUT INVOICE-LINE-FILE.
           IF WS-INVOICE-LINE-STATUS = "00"
               PERFORM UNTIL WS-LINE-EOF = "Y"
                   READ INVOICE-LINE-FILE
                       AT END MOVE "Y" TO WS-LINE-EOF
                       NOT AT END
                           IF WS-LN-COUNT < 20000
                               PERFORM KEEP-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-LINE-FILE
           END-IF.

           OPEN OUTPUT STATEMENT-FILE.
           IF WS-STATEMENT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STATEMENT FILE - STATUS "
                   WS-STATEMENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT AGING-FILE.
           IF WS-AGING-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AGING REPORT - STATUS "
                   WS-AGING-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > WS-CUSTOMER-COUNT
               MOVE ZERO TO WS-OPEN-ITEMS
               PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                       UNTIL WS-AR-IDX > WS-AR-COUNT
                   MOVE WS-AR-ITEM (WS-AR-IDX) TO AR-REC
                   IF AR-CUSTOMER = WS-CU-CODE (WS-CU-IDX)
                       ADD 1 TO WS-OPEN-ITEMS
                   END-IF
               END-PERFORM
               IF WS-OPEN-ITEMS > ZERO
                   PERFORM STATEMENT-ONE-CUSTOMER
               END-IF
           END-PERFORM.

      *> an open item for a customer since taken off the master
      *> still counts against the company - report it, never drop it
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AR-COUNT
               MOVE WS-AR-ITEM (WS-AR-IDX) TO AR-REC
               SET WS-NOT-FOUND TO TRUE
               PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                       UNTIL WS-CU-IDX > WS-CUSTOMER-COUNT
                   IF WS-CU-CODE (WS-CU-IDX) = AR-CUSTOMER
                       SET WS-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-NOT-FOUND
                   ADD 1 TO WS-UNKNOWN-COUNT
                   DISPLAY "OPEN ITEM " AR-TYPE AR-DOC-NO
                       " CUSTOMER " AR-CUSTOMER
                       " IS NOT ON THE CUSTOMER MASTER"
               END-IF
           END-PERFORM.

           CLOSE STATEMENT-FILE.

           SORT WS-CU-ENTRY
               ASCENDING KEY WS-CU-BRANCH
               ASCENDING KEY WS-CU-CODE.
           PERFORM WRITE-AGING-REPORT.
           CLOSE AGING-FILE.

           MOVE WS-CO-CURRENT TO WS-P-CURRENT.
           ADD WS-CO-31-60 TO WS-P-CURRENT.
           ADD WS-CO-61-90 TO WS-P-CURRENT.
           ADD WS-CO-OVER-90 TO WS-P-CURRENT.
           COMPUTE WS-P-BALANCE = WS-P-CURRENT - WS-CO-UNAPPLIED.
           MOVE WS-P-BALANCE TO WS-BAL-EDIT.
           DISPLAY WS-STMT-COUNT " STATEMENTS WRITTEN - DEBTORS "
               WS-BAL-EDIT.
           IF WS-UNKNOWN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       KEEP-ONE-LINE.
           ADD 1 TO WS-LN-COUNT.
           SET WS-LN-IDX TO WS-LN-COUNT.
           MOVE ARL-INVOICE-NO TO WS-LN-INVOICE (WS-LN-IDX).
           MOVE ARL-SO-NUMBER TO WS-LN-SO-NUMBER (WS-LN-IDX).
           MOVE ARL-BRANCH TO WS-LN-BRANCH (WS-LN-IDX).
           MOVE ARL-PRODUCT TO WS-LN-PRODUCT (WS-LN-IDX).
           MOVE ARL-QUANTITY TO WS-LN-QUANTITY (WS-LN-IDX).
           MOVE ARL-PRICE TO WS-LN-PRICE (WS-LN-IDX).
           MOVE ARL-VALUE TO WS-LN-VALUE (WS-LN-IDX).
           IF ARL-TAX-AMOUNT IS NUMERIC
               MOVE ARL-TAX-AMOUNT TO WS-LN-TAX (WS-LN-IDX)
           ELSE
               MOVE ZERO TO WS-LN-TAX (WS-LN-IDX)
           END-IF.

       STATEMENT-ONE-CUSTOMER.
           ADD 1 TO WS-STMT-COUNT.
           MOVE ZERO TO WS-STMT-BALANCE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "STATEMENT FOR CUSTOMER " WS-CU-CODE (WS-CU-IDX)
               " " WS-CU-NAME (WS-CU-IDX)
               "   AS AT " WS-TODAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TYPE     DOC NO  DATE      DAYS        AMOUNT"
               "     OPEN AMOUNT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AR-COUNT
               MOVE WS-AR-ITEM (WS-AR-IDX) TO AR-REC
               IF AR-CUSTOMER = WS-CU-CODE (WS-CU-IDX)
                   PERFORM STATEMENT-ONE-ITEM
               END-IF
           END-PERFORM.
           MOVE WS-STMT-BALANCE TO WS-BAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "BALANCE OWING                               "
               WS-BAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       STATEMENT-ONE-ITEM.
           MOVE AR-DATE TO WS-CONV-DATE.
           PERFORM DATE-TO-SERIAL.
           MOVE WS-CONV-SERIAL TO WS-DOC-SERIAL.
           COMPUTE WS-DAYS-OLD = WS-TODAY-SERIAL - WS-DOC-SERIAL.
           IF WS-DAYS-OLD < ZERO
               MOVE ZERO TO WS-DAYS-OLD
           END-IF.
           MOVE WS-DAYS-OLD TO WS-DAYS-EDIT.
           MOVE AR-AMOUNT TO WS-VALUE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF AR-INVOICE
               MOVE AR-OPEN-AMOUNT TO WS-OPEN-EDIT
               ADD AR-OPEN-AMOUNT TO WS-STMT-BALANCE
               EVALUATE TRUE
                   WHEN WS-DAYS-OLD <= 30
                       ADD AR-OPEN-AMOUNT
                           TO WS-CU-CURRENT (WS-CU-IDX)
                   WHEN WS-DAYS-OLD <= 60
                       ADD AR-OPEN-AMOUNT TO WS-CU-31-60 (WS-CU-IDX)
                   WHEN WS-DAYS-OLD <= 90
                       ADD AR-OPEN-AMOUNT TO WS-CU-61-90 (WS-CU-IDX)
                   WHEN OTHER
                       ADD AR-OPEN-AMOUNT
                           TO WS-CU-OVER-90 (WS-CU-IDX)
               END-EVALUATE
               STRING "INVOICE  " AR-DOC-NO
                   "  " AR-DATE
                   " " WS-DAYS-EDIT
                   " " WS-VALUE-EDIT
                   "   " WS-OPEN-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               COMPUTE WS-OPEN-EDIT = ZERO - AR-OPEN-AMOUNT
               SUBTRACT AR-OPEN-AMOUNT FROM WS-STMT-BALANCE
               ADD AR-OPEN-AMOUNT TO WS-CU-UNAPPLIED (WS-CU-IDX)
               STRING "PAYMENT  " AR-DOC-NO
                   "  " AR-DATE
                   " " WS-DAYS-EDIT
                   " " WS-VALUE-EDIT
                   "   " WS-OPEN-EDIT
                   "  UNAPPLIED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           MOVE WS-REPORT-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           IF AR-INVOICE
               PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                       UNTIL WS-LN-IDX > WS-LN-COUNT
                   IF WS-LN-INVOICE (WS-LN-IDX) = AR-DOC-NO
                       PERFORM STATEMENT-ONE-LINE
                   END-IF
               END-PERFORM
           END-IF.

       STATEMENT-ONE-LINE.
           MOVE WS-LN-QUANTITY (WS-LN-IDX) TO WS-QTY-EDIT.
           MOVE WS-LN-PRICE (WS-LN-IDX) TO WS-PRICE-EDIT.
           MOVE WS-LN-VALUE (WS-LN-IDX) TO WS-VALUE-EDIT.
           MOVE WS-LN-TAX (WS-LN-IDX) TO WS-OPEN-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "     SO " WS-LN-SO-NUMBER (WS-LN-IDX)
               " BRANCH " WS-LN-BRANCH (WS-LN-IDX)
               " PRODUCT " WS-LN-PRODUCT (WS-LN-IDX)
               " " WS-QTY-EDIT
               " @ " WS-PRICE-EDIT
               " " WS-VALUE-EDIT
               " TAX " WS-OPEN-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

      *> the customer table is in branch order by now; a change of
      *> branch closes off the previous branch's subtotal
       WRITE-AGING-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DEBTOR AGING BY BRANCH AS AT " WS-TODAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO AGING-LINE.
           WRITE AGING-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "BRN CUST  NAME                     CURRENT"
               "        31-60        61-90      OVER 90"
               "    UNAPPLIED        BALANCE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO AGING-LINE.
           WRITE AGING-LINE.
           SET WS-FIRST-BRANCH TO TRUE.
           INITIALIZE WS-BUCKETS.
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > WS-CUSTOMER-COUNT
               IF WS-CU-CURRENT (WS-CU-IDX) > ZERO OR
                       WS-CU-31-60 (WS-CU-IDX) > ZERO OR
                       WS-CU-61-90 (WS-CU-IDX) > ZERO OR
                       WS-CU-OVER-90 (WS-CU-IDX) > ZERO OR
                       WS-CU-UNAPPLIED (WS-CU-IDX) > ZERO
                   IF WS-NOT-FIRST-BRANCH AND
                           WS-CU-BRANCH (WS-CU-IDX) NOT = WS-CUR-BRANCH
                       PERFORM WRITE-BRANCH-TOTAL
                   END-IF
                   IF WS-FIRST-BRANCH OR
                           WS-CU-BRANCH (WS-CU-IDX) NOT = WS-CUR-BRANCH
                       MOVE WS-CU-BRANCH (WS-CU-IDX) TO WS-CUR-BRANCH
                       SET WS-NOT-FIRST-BRANCH TO TRUE
                       INITIALIZE WS-BUCKETS
                   END-IF
                   PERFORM AGING-ONE-CUSTOMER
               END-IF
           END-PERFORM.
           IF WS-NOT-FIRST-BRANCH
               PERFORM WRITE-BRANCH-TOTAL
           END-IF.
           MOVE WS-CO-CURRENT TO WS-P-CURRENT.
           MOVE WS-CO-31-60 TO WS-P-31-60.
           MOVE WS-CO-61-90 TO WS-P-61-90.
           MOVE WS-CO-OVER-90 TO WS-P-OVER-90.
           MOVE WS-CO-UNAPPLIED TO WS-P-UNAPPLIED.
           MOVE "COMPANY TOTAL" TO WS-P-LABEL.
           PERFORM WRITE-AGING-LINE.

       AGING-ONE-CUSTOMER.
           MOVE WS-CU-CURRENT (WS-CU-IDX) TO WS-P-CURRENT.
           MOVE WS-CU-31-60 (WS-CU-IDX) TO WS-P-31-60.
           MOVE WS-CU-61-90 (WS-CU-IDX) TO WS-P-61-90.
           MOVE WS-CU-OVER-90 (WS-CU-IDX) TO WS-P-OVER-90.
           MOVE WS-CU-UNAPPLIED (WS-CU-IDX) TO WS-P-UNAPPLIED.
           MOVE SPACES TO WS-P-LABEL.
           STRING WS-CU-BRANCH (WS-CU-IDX)
               " " WS-CU-CODE (WS-CU-IDX)
               " " WS-CU-NAME (WS-CU-IDX)
               DELIMITED BY SIZE INTO WS-P-LABEL
           END-STRING.
           PERFORM WRITE-AGING-LINE.
           ADD WS-P-CURRENT TO WS-B-CURRENT.
           ADD WS-P-31-60 TO WS-B-31-60.
           ADD WS-P-61-90 TO WS-B-61-90.
           ADD WS-P-OVER-90 TO WS-B-OVER-90.
           ADD WS-P-UNAPPLIED TO WS-B-UNAPPLIED.

       WRITE-BRANCH-TOTAL.
           MOVE WS-B-CURRENT TO WS-P-CURRENT.
           MOVE WS-B-31-60 TO WS-P-31-60.
           MOVE WS-B-61-90 TO WS-P-61-90.
           MOVE WS-B-OVER-90 TO WS-P-OVER-90.
           MOVE WS-B-UNAPPLIED TO WS-P-UNAPPLIED.
           MOVE SPACES TO WS-P-LABEL.
           STRING "BRANCH " WS-CUR-BRANCH " TOTAL"
               DELIMITED BY SIZE INTO WS-P-LABEL
           END-STRING.
           PERFORM WRITE-AGING-LINE.
           MOVE SPACES TO AGING-LINE.
           WRITE AGING-LINE.
           ADD WS-B-CURRENT TO WS-CO-CURRENT.
           ADD WS-B-31-60 TO WS-CO-31-60.
           ADD WS-B-61-90 TO WS-CO-61-90.
           ADD WS-B-OVER-90 TO WS-CO-OVER-90.
           ADD WS-B-UNAPPLIED TO WS-CO-UNAPPLIED.

       WRITE-AGING-LINE.
           COMPUTE WS-P-BALANCE = WS-P-CURRENT + WS-P-31-60
               + WS-P-61-90 + WS-P-OVER-90 - WS-P-UNAPPLIED.
           MOVE WS-P-CURRENT TO WS-AMT-EDIT-1.
           MOVE WS-P-31-60 TO WS-AMT-EDIT-2.
           MOVE WS-P-61-90 TO WS-AMT-EDIT-3.
           MOVE WS-P-OVER-90 TO WS-AMT-EDIT-4.
           MOVE WS-P-UNAPPLIED TO WS-AMT-EDIT-5.
           MOVE WS-P-BALANCE TO WS-BAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-P-LABEL
               " " WS-AMT-EDIT-1
               " " WS-AMT-EDIT-2
               " " WS-AMT-EDIT-3
               " " WS-AMT-EDIT-4
               " " WS-AMT-EDIT-5
               " " WS-BAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO AGING-LINE.
           WRITE AGING-LINE.

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

       END PROGRAM ARSTMT.
