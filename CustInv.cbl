       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINV.

      *> customer invoicing off the order book: whatever has been
      *> confirmed shipped on a SalesOrder.txt line and not yet
      *> billed is priced at the selling price in force at its
      *> branch on the day it shipped (the shared PRICEFIND over the
      *> dated price list, else the product's PM-SELL-PRICE) and
      *> gathered onto one invoice per customer per run, numbered
      *> from the ArInvNumber.txt counter. A short-shipped line is
      *> billed for what went and again for the balance when that
      *> follows.
      *> Each billed line is appended to CustInvoiceLines.txt - which
      *> is also how the next run knows how much of a line it has
      *> already billed - each
      *> invoice lands on the receivables ledger ArOpenItems.txt as
      *> an open item against the customer's CU-BRANCH, and the
      *> invoices themselves are printed to CustomerInvoices.txt to
      *> go out with the post. Finance stops retyping the orders.
      *> Each line also carries output tax at the rate its product's
      *> PM-TAX-CODE has on SalesTaxCodes.txt; the invoice shows the
      *> goods, the tax and the total, and the receivable is the
      *> total with tax.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO DYNAMIC WS-ORDER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO DYNAMIC WS-CUSTOMER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO DYNAMIC WS-PRODUCT-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT INVOICE-LINE-FILE
               ASSIGN TO DYNAMIC WS-INVOICE-LINE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-LINE-STATUS.

           SELECT AR-FILE ASSIGN TO DYNAMIC WS-AR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.

           SELECT INV-NUMBER-FILE ASSIGN TO DYNAMIC WS-INV-NUMBER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-NUMBER-STATUS.

           SELECT TAX-CODE-FILE ASSIGN TO DYNAMIC WS-TAX-CODE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-CODE-STATUS.

           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ORDER-FILE.
           01 ORDER-REC.
               COPY SALES-ORDER.

           FD CUSTOMER-MASTER-FILE.
           01 CUSTOMER-MASTER-LINE.
               COPY CUSTOMER-MASTER.

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-LINE.
               COPY PRODUCT-MASTER.

           FD INVOICE-LINE-FILE.
           01 INVOICE-LINE-REC.
               COPY AR-INVOICE-LINE.

           FD AR-FILE.
           01 AR-REC.
               COPY AR-OPEN-ITEM.

           FD INV-NUMBER-FILE.
           01 INV-NUMBER-LINE PIC 9(6).

           FD TAX-CODE-FILE.
           01 TAX-CODE-LINE.
               COPY TAX-CODE.

           FD PRINT-FILE.
           01 PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-SO-TABLE.
               05 WS-SO-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-SO-COUNT
                       INDEXED BY WS-SO-IDX.
                   10 WS-SO-NUMBER PIC 9(6).
                   10 WS-SO-CUSTOMER PIC 9(5).
                   10 WS-SO-BRANCH PIC 9(3).
                   10 WS-SO-PRODUCT PIC 9(2).
                   10 WS-SO-QUANTITY PIC S9(5)V99.
                   10 WS-SO-SALE-DATE PIC 9(8).
                   10 WS-SO-BILLED PIC X(1).
           01 WS-SO-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-SHIPPED-QTY PIC S9(5)V99.
           01 WS-ORDER-EOF PIC A(1) VALUE "N".

           01 WS-CUSTOMER-TABLE.
               05 WS-CU-ENTRY OCCURS 500 TIMES INDEXED BY WS-CU-IDX.
                   10 WS-CU-CODE PIC 9(5).
                   10 WS-CU-NAME PIC X(20).
                   10 WS-CU-BRANCH PIC 9(3).
           01 WS-CUSTOMER-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-CU-EOF PIC A(1) VALUE "N".

           01 WS-PRODUCT-TABLE.
               05 WS-PM-ENTRY OCCURS 200 TIMES INDEXED BY WS-PM-IDX.
                   10 WS-PM-CODE PIC 9(2).
                   10 WS-PM-DESC PIC X(20).
                   10 WS-PM-SELL PIC 9(5)V99.
                   10 WS-PM-TAX-CODE PIC X(1).
           01 WS-PM-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-PM-EOF PIC A(1) VALUE "N".

           01 WS-TAX-TABLE.
               05 WS-TX-ENTRY OCCURS 50 TIMES INDEXED BY WS-TX-IDX.
                   10 WS-TX-CODE PIC X(1).
                   10 WS-TX-RATE PIC 9(2)V99.
           01 WS-TAX-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-TX-EOF PIC A(1) VALUE "N".
           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-CUR-TAX-CODE PIC X(1).
           01 WS-CUR-TAX-RATE PIC 9(2)V99.
           01 WS-LINE-TAX PIC S9(7)V99.
           01 WS-INVOICE-GOODS PIC S9(9)V99.
           01 WS-INVOICE-TAX PIC S9(9)V99.
           01 WS-RUN-TAX PIC S9(11)V99 VALUE ZERO.
           01 WS-UNKNOWN-TAX-COUNT PIC 9(5) VALUE ZERO.
           01 WS-TAX-EDIT PIC -ZZZZZZ9.99.

           01 WS-LINE-EOF PIC A(1) VALUE "N".

           01 WS-LAST-INV-NUMBER PIC 9(6) VALUE ZERO.
           01 WS-INVOICE-COUNT PIC 9(5) VALUE ZERO.
           01 WS-LINES-BILLED PIC 9(5) VALUE ZERO.
           01 WS-UNPRICED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CUST-LINES PIC 9(5).
           01 WS-INVOICE-TOTAL PIC S9(9)V99.
           01 WS-RUN-TOTAL PIC S9(11)V99 VALUE ZERO.
           01 WS-CUR-PRICE PIC 9(5)V99.
      *> the shared price lookup - the price in force on the sale's
      *> business date at the selling branch
           01 WS-PRICE-PARM.
               05 PF-PRODUCT PIC 9(2).
               05 PF-BRANCH PIC 9(3).
               05 PF-DATE PIC 9(8).
               05 PF-PRICE PIC 9(5)V99.
               05 PF-SOURCE PIC X(1).
           01 WS-CUR-DESC PIC X(20).
           01 WS-LINE-VALUE PIC S9(9)V99.

           01 WS-QTY-EDIT PIC -ZZZZ9.99.
           01 WS-PRICE-EDIT PIC ZZZZ9.99.
           01 WS-VALUE-EDIT PIC -ZZZZZZZZ9.99.
           01 WS-REPORT-LINE PIC X(80).

           01 WS-TODAY PIC 9(8).

           01 WS-ORDER-PATH PIC X(80).
           01 WS-CUSTOMER-PATH PIC X(80).
           01 WS-PRODUCT-MASTER-PATH PIC X(80).
           01 WS-INVOICE-LINE-PATH PIC X(80).
           01 WS-AR-PATH PIC X(80).
           01 WS-INV-NUMBER-PATH PIC X(80).
           01 WS-PRINT-PATH PIC X(80).
           01 WS-TAX-CODE-PATH PIC X(80).
           01 WS-TAX-CODE-STATUS PIC X(2).
           01 WS-ORDER-STATUS PIC X(2).
           01 WS-CUSTOMER-STATUS PIC X(2).
           01 WS-PRODUCT-MASTER-STATUS PIC X(2).
           01 WS-INVOICE-LINE-STATUS PIC X(2).
           01 WS-AR-STATUS PIC X(2).
           01 WS-INV-NUMBER-STATUS PIC X(2).
           01 WS-PRINT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ORDER-PATH FROM ENVIRONMENT "ORDERENT_ORDERS".
           IF WS-ORDER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SalesOrder.txt"
                   TO WS-ORDER-PATH
           END-IF.
           ACCEPT WS-CUSTOMER-PATH FROM ENVIRONMENT
               "CUSTOMERMASTER_FILE".
           IF WS-CUSTOMER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CustomerMaster.txt"
                   TO WS-CUSTOMER-PATH
           END-IF.
           ACCEPT WS-PRODUCT-MASTER-PATH FROM ENVIRONMENT
               "ASSIGNTWO_PRODUCTMASTER".
           IF WS-PRODUCT-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ProductMaster.txt"
                   TO WS-PRODUCT-MASTER-PATH
           END-IF.
           ACCEPT WS-INVOICE-LINE-PATH FROM ENVIRONMENT
               "CUSTINV_LINES".
           IF WS-INVOICE-LINE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CustInvoiceLines.txt"
                   TO WS-INVOICE-LINE-PATH
           END-IF.
           ACCEPT WS-AR-PATH FROM ENVIRONMENT "AR_OPENITEMS".
           IF WS-AR-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ArOpenItems.txt"
                   TO WS-AR-PATH
           END-IF.
           ACCEPT WS-INV-NUMBER-PATH FROM ENVIRONMENT
               "CUSTINV_INVNUMBER".
           IF WS-INV-NUMBER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ArInvNumber.txt"
                   TO WS-INV-NUMBER-PATH
           END-IF.
           ACCEPT WS-PRINT-PATH FROM ENVIRONMENT "CUSTINV_PRINT".
           IF WS-PRINT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CustomerInvoices.txt"
                   TO WS-PRINT-PATH
           END-IF.
           ACCEPT WS-TAX-CODE-PATH FROM ENVIRONMENT "SALESTAX_CODES".
           IF WS-TAX-CODE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SalesTaxCodes.txt"
                   TO WS-TAX-CODE-PATH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

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
                       ADD 1 TO WS-CUSTOMER-COUNT
                       SET WS-CU-IDX TO WS-CUSTOMER-COUNT
                       MOVE CU-CODE TO WS-CU-CODE (WS-CU-IDX)
                       MOVE CU-NAME TO WS-CU-NAME (WS-CU-IDX)
                       MOVE CU-BRANCH TO WS-CU-BRANCH (WS-CU-IDX)
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER-FILE.

           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PRODUCT-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRODUCT MASTER FILE - STATUS "
                   WS-PRODUCT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-PM-EOF = "Y"
               READ PRODUCT-MASTER-FILE
                   AT END MOVE "Y" TO WS-PM-EOF
                   NOT AT END
                       ADD 1 TO WS-PM-COUNT
                       SET WS-PM-IDX TO WS-PM-COUNT
                       MOVE PM-PRODUCT-CODE TO WS-PM-CODE (WS-PM-IDX)
                       MOVE PM-DESCRIPTION TO WS-PM-DESC (WS-PM-IDX)
                       MOVE PM-SELL-PRICE TO WS-PM-SELL (WS-PM-IDX)
                       MOVE PM-TAX-CODE
                           TO WS-PM-TAX-CODE (WS-PM-IDX)
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-MASTER-FILE.

      *> no tax table means nothing has been coded for tax yet -
      *> every line bills without it
           OPEN INPUT TAX-CODE-FILE.
           IF WS-TAX-CODE-STATUS = "00"
               PERFORM UNTIL WS-TX-EOF = "Y"
                   READ TAX-CODE-FILE
                       AT END MOVE "Y" TO WS-TX-EOF
                       NOT AT END
                           IF WS-TAX-COUNT < 50
                               ADD 1 TO WS-TAX-COUNT
                               SET WS-TX-IDX TO WS-TAX-COUNT
                               MOVE TX-CODE TO WS-TX-CODE (WS-TX-IDX)
                               IF TX-RATE IS NUMERIC
                                   MOVE TX-RATE
                                       TO WS-TX-RATE (WS-TX-IDX)
                               ELSE
                                   MOVE ZERO TO WS-TX-RATE (WS-TX-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-CODE-FILE
           END-IF.

      *> only shipped quantities are billable - that is when the
      *> SELL went to the capture file and the goods left. A book
      *> written before dispatch confirmation has no shipped
      *> quantity: its released lines went out in full
           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "NO SALES ORDER FILE - NOTHING TO INVOICE"
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-ORDER-EOF = "Y"
               READ ORDER-FILE
                   AT END MOVE "Y" TO WS-ORDER-EOF
                   NOT AT END
                       IF SO-SHIPPED-QTY IS NUMERIC
                           MOVE SO-SHIPPED-QTY TO WS-SHIPPED-QTY
                       ELSE
                           IF SO-RELEASED
                               MOVE SO-QUANTITY TO WS-SHIPPED-QTY
                           ELSE
                               MOVE ZERO TO WS-SHIPPED-QTY
                           END-IF
                       END-IF
                       IF WS-SHIPPED-QTY > ZERO
                           ADD 1 TO WS-SO-COUNT
                           SET WS-SO-IDX TO WS-SO-COUNT
                           MOVE SO-NUMBER TO WS-SO-NUMBER (WS-SO-IDX)
                           MOVE SO-CUSTOMER
                               TO WS-SO-CUSTOMER (WS-SO-IDX)
                           MOVE SO-BRANCH TO WS-SO-BRANCH (WS-SO-IDX)
                           MOVE SO-PRODUCT
                               TO WS-SO-PRODUCT (WS-SO-IDX)
                           MOVE WS-SHIPPED-QTY
                               TO WS-SO-QUANTITY (WS-SO-IDX)
                           EVALUATE TRUE
                               WHEN SO-SHIP-DATE IS NUMERIC AND
                                       SO-SHIP-DATE NOT = ZERO
                                   MOVE SO-SHIP-DATE
                                       TO WS-SO-SALE-DATE (WS-SO-IDX)
                               WHEN SO-RELEASE-DATE IS NUMERIC AND
                                       SO-RELEASE-DATE NOT = ZERO
                                   MOVE SO-RELEASE-DATE
                                       TO WS-SO-SALE-DATE (WS-SO-IDX)
                               WHEN OTHER
                                   MOVE SO-DUE-DATE
                                       TO WS-SO-SALE-DATE (WS-SO-IDX)
                           END-EVALUATE
                           MOVE "N" TO WS-SO-BILLED (WS-SO-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDER-FILE.

      *> what an earlier run already billed against each line, and
      *> the invoice numbers it used - the table quantity comes down
      *> to what is still to bill
           OPEN INPUT INVOICE-LINE-FILE.
           IF WS-INVOICE-LINE-STATUS = "00"
               PERFORM UNTIL WS-LINE-EOF = "Y"
                   READ INVOICE-LINE-FILE
                       AT END MOVE "Y" TO WS-LINE-EOF
                       NOT AT END
                           IF ARL-INVOICE-NO > WS-LAST-INV-NUMBER
                               MOVE ARL-INVOICE-NO
                                   TO WS-LAST-INV-NUMBER
                           END-IF
                           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                                   UNTIL WS-SO-IDX > WS-SO-COUNT
                               IF WS-SO-NUMBER (WS-SO-IDX)
                                       = ARL-SO-NUMBER
                                   SUBTRACT ARL-QUANTITY
                                       FROM WS-SO-QUANTITY (WS-SO-IDX)
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE INVOICE-LINE-FILE
           END-IF.
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-COUNT
               IF WS-SO-QUANTITY (WS-SO-IDX) NOT > ZERO
                   MOVE "Y" TO WS-SO-BILLED (WS-SO-IDX)
               END-IF
           END-PERFORM.

           OPEN INPUT INV-NUMBER-FILE.
           IF WS-INV-NUMBER-STATUS = "00"
               READ INV-NUMBER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF INV-NUMBER-LINE IS NUMERIC AND
                               INV-NUMBER-LINE > WS-LAST-INV-NUMBER
                           MOVE INV-NUMBER-LINE TO WS-LAST-INV-NUMBER
                       END-IF
               END-READ
               CLOSE INV-NUMBER-FILE
           END-IF.

           OPEN EXTEND INVOICE-LINE-FILE.
           IF WS-INVOICE-LINE-STATUS = "35"
               OPEN OUTPUT INVOICE-LINE-FILE
           END-IF.
           IF WS-INVOICE-LINE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING INVOICE LINE FILE - STATUS "
                   WS-INVOICE-LINE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AR-FILE.
           IF WS-AR-STATUS = "35"
               OPEN OUTPUT AR-FILE
           END-IF.
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RECEIVABLES FILE - STATUS "
                   WS-AR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING INVOICE PRINT FILE - STATUS "
                   WS-PRINT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> one invoice per customer, in customer-master order
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > WS-CUSTOMER-COUNT
               MOVE ZERO TO WS-CUST-LINES
               PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                       UNTIL WS-SO-IDX > WS-SO-COUNT
                   IF WS-SO-CUSTOMER (WS-SO-IDX)
                           = WS-CU-CODE (WS-CU-IDX) AND
                           WS-SO-BILLED (WS-SO-IDX) = "N"
                       ADD 1 TO WS-CUST-LINES
                   END-IF
               END-PERFORM
               IF WS-CUST-LINES > ZERO
                   PERFORM BILL-ONE-CUSTOMER
               END-IF
           END-PERFORM.

           CLOSE PRINT-FILE.
           CLOSE AR-FILE.
           CLOSE INVOICE-LINE-FILE.

           IF WS-INVOICE-COUNT > ZERO
               OPEN OUTPUT INV-NUMBER-FILE
               IF WS-INV-NUMBER-STATUS = "00"
                   MOVE WS-LAST-INV-NUMBER TO INV-NUMBER-LINE
                   WRITE INV-NUMBER-LINE
                   CLOSE INV-NUMBER-FILE
               END-IF
           END-IF.

      *> a released line for a customer no longer on the master
      *> cannot be billed to anybody - say so rather than lose it
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-COUNT
               IF WS-SO-BILLED (WS-SO-IDX) = "N"
                   DISPLAY "SO " WS-SO-NUMBER (WS-SO-IDX)
                       " CUSTOMER " WS-SO-CUSTOMER (WS-SO-IDX)
                       " NOT ON THE CUSTOMER MASTER - NOT BILLED"
               END-IF
           END-PERFORM.

           MOVE WS-RUN-TOTAL TO WS-VALUE-EDIT.
           MOVE WS-RUN-TAX TO WS-TAX-EDIT.
           DISPLAY WS-INVOICE-COUNT " INVOICES RAISED FOR "
               WS-LINES-BILLED " ORDER LINES TOTALLING "
               WS-VALUE-EDIT " INCLUDING TAX " WS-TAX-EDIT.
           IF WS-UNKNOWN-TAX-COUNT > ZERO
               DISPLAY WS-UNKNOWN-TAX-COUNT " LINES CARRY A TAX CODE "
                   "NOT ON THE TAX TABLE - BILLED WITHOUT TAX"
           END-IF.
           IF WS-UNPRICED-COUNT > ZERO
               DISPLAY WS-UNPRICED-COUNT " LINES HAD NO SELLING "
                   "PRICE IN FORCE - BILLED AT ZERO"
           END-IF.
           STOP RUN.

       BILL-ONE-CUSTOMER.
           ADD 1 TO WS-LAST-INV-NUMBER.
           ADD 1 TO WS-INVOICE-COUNT.
           MOVE ZERO TO WS-INVOICE-GOODS.
           MOVE ZERO TO WS-INVOICE-TAX.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "INVOICE " WS-LAST-INV-NUMBER
               "   DATE " WS-TODAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CUSTOMER " WS-CU-CODE (WS-CU-IDX)
               " " WS-CU-NAME (WS-CU-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "SO NO  PR DESCRIPTION               QTY    PRICE"
               "          VALUE T        TAX"
               DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-COUNT
               IF WS-SO-CUSTOMER (WS-SO-IDX)
                       = WS-CU-CODE (WS-CU-IDX) AND
                       WS-SO-BILLED (WS-SO-IDX) = "N"
                   PERFORM BILL-ONE-LINE
               END-IF
           END-PERFORM.
           COMPUTE WS-INVOICE-TOTAL =
               WS-INVOICE-GOODS + WS-INVOICE-TAX.
           MOVE WS-INVOICE-GOODS TO WS-VALUE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "GOODS                                   "
               WS-VALUE-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-INVOICE-TAX TO WS-VALUE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TAX                                     "
               WS-VALUE-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-INVOICE-TOTAL TO WS-VALUE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "INVOICE TOTAL                           "
               WS-VALUE-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.

           MOVE WS-CU-CODE (WS-CU-IDX) TO AR-CUSTOMER.
           MOVE WS-CU-BRANCH (WS-CU-IDX) TO AR-BRANCH.
           SET AR-INVOICE TO TRUE.
           MOVE WS-LAST-INV-NUMBER TO AR-DOC-NO.
           MOVE WS-TODAY TO AR-DATE.
           MOVE WS-INVOICE-TOTAL TO AR-AMOUNT.
           MOVE WS-INVOICE-TOTAL TO AR-OPEN-AMOUNT.
           SET AR-OPEN TO TRUE.
           WRITE AR-REC.
           ADD WS-INVOICE-TOTAL TO WS-RUN-TOTAL.
           ADD WS-INVOICE-TAX TO WS-RUN-TAX.

       BILL-ONE-LINE.
           MOVE ZERO TO WS-CUR-PRICE.
           MOVE SPACES TO WS-CUR-DESC.
           MOVE SPACE TO WS-CUR-TAX-CODE.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-CODE (WS-PM-IDX) = WS-SO-PRODUCT (WS-SO-IDX)
                   MOVE WS-PM-SELL (WS-PM-IDX) TO WS-CUR-PRICE
                   MOVE WS-PM-DESC (WS-PM-IDX) TO WS-CUR-DESC
                   MOVE WS-PM-TAX-CODE (WS-PM-IDX) TO WS-CUR-TAX-CODE
               END-IF
           END-PERFORM.
           MOVE WS-SO-PRODUCT (WS-SO-IDX) TO PF-PRODUCT.
           MOVE WS-SO-BRANCH (WS-SO-IDX) TO PF-BRANCH.
           MOVE WS-SO-SALE-DATE (WS-SO-IDX) TO PF-DATE.
           MOVE WS-CUR-PRICE TO PF-PRICE.
           CALL "PRICEFIND" USING WS-PRICE-PARM.
           MOVE PF-PRICE TO WS-CUR-PRICE.
           IF WS-CUR-PRICE = ZERO
               ADD 1 TO WS-UNPRICED-COUNT
           END-IF.
           COMPUTE WS-LINE-VALUE ROUNDED =
               WS-SO-QUANTITY (WS-SO-IDX) * WS-CUR-PRICE
               ON SIZE ERROR MOVE ZERO TO WS-LINE-VALUE
           END-COMPUTE.
           ADD WS-LINE-VALUE TO WS-INVOICE-GOODS.
           PERFORM TAX-THE-LINE.
           ADD WS-LINE-TAX TO WS-INVOICE-TAX.
           MOVE "Y" TO WS-SO-BILLED (WS-SO-IDX).
           ADD 1 TO WS-LINES-BILLED.

           MOVE WS-LAST-INV-NUMBER TO ARL-INVOICE-NO.
           MOVE WS-SO-CUSTOMER (WS-SO-IDX) TO ARL-CUSTOMER.
           MOVE WS-SO-NUMBER (WS-SO-IDX) TO ARL-SO-NUMBER.
           MOVE WS-SO-BRANCH (WS-SO-IDX) TO ARL-BRANCH.
           MOVE WS-SO-PRODUCT (WS-SO-IDX) TO ARL-PRODUCT.
           MOVE WS-SO-QUANTITY (WS-SO-IDX) TO ARL-QUANTITY.
           MOVE WS-CUR-PRICE TO ARL-PRICE.
           MOVE WS-LINE-VALUE TO ARL-VALUE.
           MOVE WS-TODAY TO ARL-DATE.
           MOVE WS-CUR-TAX-CODE TO ARL-TAX-CODE.
           MOVE WS-CUR-TAX-RATE TO ARL-TAX-RATE.
           MOVE WS-LINE-TAX TO ARL-TAX-AMOUNT.
           WRITE INVOICE-LINE-REC.

           MOVE WS-SO-QUANTITY (WS-SO-IDX) TO WS-QTY-EDIT.
           MOVE WS-CUR-PRICE TO WS-PRICE-EDIT.
           MOVE WS-LINE-VALUE TO WS-VALUE-EDIT.
           MOVE WS-LINE-TAX TO WS-TAX-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-SO-NUMBER (WS-SO-IDX)
               " " WS-SO-PRODUCT (WS-SO-IDX)
               " " WS-CUR-DESC
               " " WS-QTY-EDIT
               " " WS-PRICE-EDIT
               " " WS-VALUE-EDIT
               " " WS-CUR-TAX-CODE
               WS-TAX-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

      *> output tax at the rate the product's code carries today - a
      *> blank code bills without tax, and so does a code missing
      *> from the table, which is counted for the run summary
       TAX-THE-LINE.
           MOVE ZERO TO WS-CUR-TAX-RATE.
           MOVE ZERO TO WS-LINE-TAX.
           IF WS-CUR-TAX-CODE = SPACE
               EXIT PARAGRAPH
           END-IF.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TAX-COUNT
               IF WS-TX-CODE (WS-TX-IDX) = WS-CUR-TAX-CODE
                   SET WS-FOUND TO TRUE
                   MOVE WS-TX-RATE (WS-TX-IDX) TO WS-CUR-TAX-RATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               ADD 1 TO WS-UNKNOWN-TAX-COUNT
               MOVE SPACE TO WS-CUR-TAX-CODE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LINE-TAX ROUNDED =
               WS-LINE-VALUE * WS-CUR-TAX-RATE / 100
               ON SIZE ERROR MOVE ZERO TO WS-LINE-TAX
           END-COMPUTE.

       END PROGRAM CUSTINV.
