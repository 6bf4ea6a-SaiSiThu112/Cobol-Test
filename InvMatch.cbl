       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVMATCH.

      *> three-way match of supplier invoices: every ENTERED or HELD
      *> line on SupplierInvoices.txt is set against the purchase
      *> order line it bills (PO-NUMBER/PO-PRODUCT) and the product
      *> master. The PO line must have been RECEIVED, the quantity
      *> invoiced plus what earlier matched invoices already billed
      *> on that line must not pass PO-RECEIPT-QTY, and the unit
      *> price must be the product's PM-UNIT-COST. An invoice whose
      *> lines all agree is MATCHED and appended to
      *> SupplierOpenItems.txt for payment; one disagreeing line
      *> HOLDS the whole invoice and every variance goes on
      *> InvoiceExceptions.txt. Held invoices are tried again on the
      *> next run, so one that was only waiting for the goods to
      *> arrive clears itself once they are receipted. A matched
      *> line takes input tax at the rate its product's PM-TAX-CODE
      *> carries on SalesTaxCodes.txt, and the open item is raised
      *> for the goods plus that tax - the tax, its rate, the PO
      *> line's branch and the match date stay on the invoice line
      *> for the tax return and GLEXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO DYNAMIC WS-ORDER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO DYNAMIC WS-PRODUCT-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT INVOICE-FILE ASSIGN TO DYNAMIC WS-INVOICE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO DYNAMIC WS-OPEN-ITEM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-ITEM-STATUS.

           SELECT TAX-CODE-FILE ASSIGN TO DYNAMIC WS-TAX-CODE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-CODE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC WS-EXCEPTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ORDER-FILE.
           01 ORDER-REC.
               COPY PURCHASE-ORDER.

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-LINE.
               COPY PRODUCT-MASTER.

           FD INVOICE-FILE.
           01 INVOICE-REC.
               COPY SUPPLIER-INVOICE.

           FD OPEN-ITEM-FILE.
           01 OPEN-ITEM-REC.
               COPY AP-OPEN-ITEM.

           FD TAX-CODE-FILE.
           01 TAX-CODE-LINE.
               COPY TAX-CODE.

           FD EXCEPTION-FILE.
           01 EXCEPTION-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-PO-TABLE.
               05 WS-PO-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-PO-COUNT
                       INDEXED BY WS-PO-IDX.
                   10 WS-PO-NUMBER PIC 9(6).
                   10 WS-PO-PRODUCT PIC 9(2).
                   10 WS-PO-BRANCH PIC 9(3).
                   10 WS-PO-STATUS PIC X(1).
                   10 WS-PO-RCPT-QTY PIC 9(5).
                   10 WS-PO-BILLED PIC 9(7).
           01 WS-PO-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-ORDER-EOF PIC A(1) VALUE "N".

           01 WS-PRODUCT-TABLE.
               05 WS-PM-ENTRY OCCURS 200 TIMES INDEXED BY WS-PM-IDX.
                   10 WS-PM-CODE PIC 9(2).
                   10 WS-PM-COST PIC 9(5)V99.
                   10 WS-PM-TAX-CODE PIC X(1).
           01 WS-PM-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-PM-EOF PIC A(1) VALUE "N".

           01 WS-TAX-TABLE.
               05 WS-TX-ENTRY OCCURS 50 TIMES INDEXED BY WS-TX-IDX.
                   10 WS-TX-CODE PIC X(1).
                   10 WS-TX-RATE PIC 9(2)V99.
           01 WS-TAX-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-TX-EOF PIC A(1) VALUE "N".

      *> the whole invoice file is held here, statuses are changed
      *> in place and it is written back in one pass at the end
           01 WS-INVOICE-TABLE.
               05 WS-IV-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-INVOICE-COUNT
                       INDEXED BY WS-IV-IDX WS-IV-IDX2.
                   10 WS-IV-SUPPLIER PIC 9(3).
                   10 WS-IV-INVOICE-NO PIC X(10).
                   10 WS-IV-INVOICE-DATE PIC 9(8).
                   10 WS-IV-PO-NUMBER PIC 9(6).
                   10 WS-IV-PRODUCT PIC 9(2).
                   10 WS-IV-QUANTITY PIC 9(5).
                   10 WS-IV-UNIT-PRICE PIC 9(5)V99.
                   10 WS-IV-STATUS PIC X(1).
                   10 WS-IV-ENTRY-DATE PIC 9(8).
                   10 WS-IV-OPERATOR-ID PIC X(10).
                   10 WS-IV-TAX-CODE PIC X(1).
                   10 WS-IV-TAX-RATE PIC 9(2)V99.
                   10 WS-IV-TAX-AMOUNT PIC 9(7)V99.
                   10 WS-IV-BRANCH PIC 9(3).
                   10 WS-IV-MATCH-DATE PIC 9(8).
                   10 WS-IV-DONE PIC X(1).
           01 WS-INVOICE-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-INVOICE-EOF PIC A(1) VALUE "N".

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-INVOICE-OK-SW PIC X(1).
               88 WS-INVOICE-OK VALUE "Y".
               88 WS-INVOICE-FAILS VALUE "N".
           01 WS-MATCH-IDX PIC 9(5) COMP.
           01 WS-CUR-SUPPLIER PIC 9(3).
           01 WS-CUR-INVOICE PIC X(10).
           01 WS-CUR-COST PIC 9(5)V99.
           01 WS-CUR-REASON PIC X(20).
           01 WS-CUR-EXPECTED PIC 9(7)V99.
           01 WS-CUR-INVOICED PIC 9(7)V99.
           01 WS-LEFT-TO-BILL PIC S9(7).
           01 WS-INVOICE-TOTAL PIC 9(9)V99.
           01 WS-LINE-VALUE PIC 9(9)V99.
           01 WS-INVOICE-TAX PIC 9(9)V99.
           01 WS-UNKNOWN-TAX-COUNT PIC 9(5) VALUE ZERO.

           01 WS-MATCHED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
           01 WS-VARIANCE-COUNT PIC 9(5) VALUE ZERO.
           01 WS-EXP-EDIT PIC ZZZZZZ9.99.
           01 WS-INV-EDIT PIC ZZZZZZ9.99.
           01 WS-REPORT-LINE PIC X(100).

           01 WS-TODAY PIC 9(8).

           01 WS-ORDER-PATH PIC X(80).
           01 WS-PRODUCT-MASTER-PATH PIC X(80).
           01 WS-INVOICE-PATH PIC X(80).
           01 WS-OPEN-ITEM-PATH PIC X(80).
           01 WS-EXCEPTION-PATH PIC X(80).
           01 WS-ORDER-STATUS PIC X(2).
           01 WS-PRODUCT-MASTER-STATUS PIC X(2).
           01 WS-INVOICE-STATUS PIC X(2).
           01 WS-OPEN-ITEM-STATUS PIC X(2).
           01 WS-EXCEPTION-STATUS PIC X(2).
           01 WS-TAX-CODE-PATH PIC X(80).
           01 WS-TAX-CODE-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ORDER-PATH FROM ENVIRONMENT "PORDGEN_ORDERS".
           IF WS-ORDER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PurchaseOrders.txt"
                   TO WS-ORDER-PATH
           END-IF.
           ACCEPT WS-PRODUCT-MASTER-PATH FROM ENVIRONMENT
               "ASSIGNTWO_PRODUCTMASTER".
           IF WS-PRODUCT-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ProductMaster.txt"
                   TO WS-PRODUCT-MASTER-PATH
           END-IF.
           ACCEPT WS-INVOICE-PATH FROM ENVIRONMENT
               "SUPINVENT_INVOICES".
           IF WS-INVOICE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SupplierInvoices.txt"
                   TO WS-INVOICE-PATH
           END-IF.
           ACCEPT WS-OPEN-ITEM-PATH FROM ENVIRONMENT
               "INVMATCH_OPENITEMS".
           IF WS-OPEN-ITEM-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SupplierOpenItems.txt"
                   TO WS-OPEN-ITEM-PATH
           END-IF.
           ACCEPT WS-EXCEPTION-PATH FROM ENVIRONMENT
               "INVMATCH_EXCEPTIONS".
           IF WS-EXCEPTION-PATH = SPACES
               MOVE
               "C:\Users\25-00229\Desktop\InvoiceExceptions.txt"
                   TO WS-EXCEPTION-PATH
           END-IF.
           ACCEPT WS-TAX-CODE-PATH FROM ENVIRONMENT "SALESTAX_CODES".
           IF WS-TAX-CODE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SalesTaxCodes.txt"
                   TO WS-TAX-CODE-PATH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PURCHASE ORDER FILE - STATUS "
                   WS-ORDER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-ORDER-EOF = "Y"
               READ ORDER-FILE
                   AT END MOVE "Y" TO WS-ORDER-EOF
                   NOT AT END
                       ADD 1 TO WS-PO-COUNT
                       SET WS-PO-IDX TO WS-PO-COUNT
                       MOVE PO-NUMBER TO WS-PO-NUMBER (WS-PO-IDX)
                       MOVE PO-PRODUCT TO WS-PO-PRODUCT (WS-PO-IDX)
                       MOVE PO-BRANCH TO WS-PO-BRANCH (WS-PO-IDX)
                       MOVE PO-STATUS TO WS-PO-STATUS (WS-PO-IDX)
                       IF PO-RECEIPT-QTY IS NUMERIC
                           MOVE PO-RECEIPT-QTY
                               TO WS-PO-RCPT-QTY (WS-PO-IDX)
                       ELSE
                           MOVE ZERO TO WS-PO-RCPT-QTY (WS-PO-IDX)
                       END-IF
                       MOVE ZERO TO WS-PO-BILLED (WS-PO-IDX)
               END-READ
           END-PERFORM.
           CLOSE ORDER-FILE.

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
                       MOVE PM-UNIT-COST TO WS-PM-COST (WS-PM-IDX)
                       MOVE PM-TAX-CODE
                           TO WS-PM-TAX-CODE (WS-PM-IDX)
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-MASTER-FILE.

      *> no tax table means nothing has been coded for tax yet -
      *> every matched line carries none
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

           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS NOT = "00"
               DISPLAY "NO SUPPLIER INVOICES ON FILE - NOTHING TO "
                   "MATCH"
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-INVOICE-EOF = "Y"
               READ INVOICE-FILE
                   AT END MOVE "Y" TO WS-INVOICE-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-INVOICE-LINE
               END-READ
           END-PERFORM.
           CLOSE INVOICE-FILE.

      *> what invoices already passed have billed on each PO line,
      *> so a second invoice for the same goods cannot match
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
                   UNTIL WS-IV-IDX > WS-INVOICE-COUNT
               IF WS-IV-STATUS (WS-IV-IDX) = "M"
                   PERFORM FIND-PO-LINE
                   IF WS-FOUND
                       ADD WS-IV-QUANTITY (WS-IV-IDX)
                           TO WS-PO-BILLED (WS-MATCH-IDX)
                   END-IF
               END-IF
           END-PERFORM.

           OPEN OUTPUT EXCEPTION-FILE.
           IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "ERROR OPENING INVOICE EXCEPTION REPORT - "
                   "STATUS " WS-EXCEPTION-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SUPPLIER INVOICE MATCH EXCEPTIONS " WS-TODAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SUP INVOICE    PO     PR REASON              "
               "   EXPECTED   INVOICED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

           OPEN EXTEND OPEN-ITEM-FILE.
           IF WS-OPEN-ITEM-STATUS = "35"
               OPEN OUTPUT OPEN-ITEM-FILE
           END-IF.
           IF WS-OPEN-ITEM-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SUPPLIER OPEN ITEMS - STATUS "
                   WS-OPEN-ITEM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
                   UNTIL WS-IV-IDX > WS-INVOICE-COUNT
               IF WS-IV-DONE (WS-IV-IDX) = "N" AND
                       (WS-IV-STATUS (WS-IV-IDX) = "E" OR
                        WS-IV-STATUS (WS-IV-IDX) = "H")
                   PERFORM MATCH-ONE-INVOICE
               END-IF
           END-PERFORM.

           CLOSE OPEN-ITEM-FILE.
           CLOSE EXCEPTION-FILE.

           OPEN OUTPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING SUPPLIER INVOICE FILE - "
                   "STATUS " WS-INVOICE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
                   UNTIL WS-IV-IDX > WS-INVOICE-COUNT
               MOVE WS-IV-SUPPLIER (WS-IV-IDX) TO SI-SUPPLIER
               MOVE WS-IV-INVOICE-NO (WS-IV-IDX) TO SI-INVOICE-NO
               MOVE WS-IV-INVOICE-DATE (WS-IV-IDX) TO SI-INVOICE-DATE
               MOVE WS-IV-PO-NUMBER (WS-IV-IDX) TO SI-PO-NUMBER
               MOVE WS-IV-PRODUCT (WS-IV-IDX) TO SI-PRODUCT
               MOVE WS-IV-QUANTITY (WS-IV-IDX) TO SI-QUANTITY
               MOVE WS-IV-UNIT-PRICE (WS-IV-IDX) TO SI-UNIT-PRICE
               MOVE WS-IV-STATUS (WS-IV-IDX) TO SI-STATUS
               MOVE WS-IV-ENTRY-DATE (WS-IV-IDX) TO SI-ENTRY-DATE
               MOVE WS-IV-OPERATOR-ID (WS-IV-IDX) TO SI-OPERATOR-ID
               MOVE WS-IV-TAX-CODE (WS-IV-IDX) TO SI-TAX-CODE
               MOVE WS-IV-TAX-RATE (WS-IV-IDX) TO SI-TAX-RATE
               MOVE WS-IV-TAX-AMOUNT (WS-IV-IDX) TO SI-TAX-AMOUNT
               MOVE WS-IV-BRANCH (WS-IV-IDX) TO SI-BRANCH
               MOVE WS-IV-MATCH-DATE (WS-IV-IDX) TO SI-MATCH-DATE
               WRITE INVOICE-REC
           END-PERFORM.
           CLOSE INVOICE-FILE.

           DISPLAY WS-MATCHED-COUNT " INVOICES MATCHED, "
               WS-HELD-COUNT " HELD WITH " WS-VARIANCE-COUNT
               " VARIANCES".
           IF WS-UNKNOWN-TAX-COUNT > ZERO
               DISPLAY WS-UNKNOWN-TAX-COUNT " MATCHED LINES CARRY A "
                   "TAX CODE NOT ON THE TAX TABLE - NO INPUT TAX TAKEN"
           END-IF.
           IF WS-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-ONE-INVOICE-LINE.
           ADD 1 TO WS-INVOICE-COUNT.
           SET WS-IV-IDX TO WS-INVOICE-COUNT.
           MOVE SI-SUPPLIER TO WS-IV-SUPPLIER (WS-IV-IDX).
           MOVE SI-INVOICE-NO TO WS-IV-INVOICE-NO (WS-IV-IDX).
           MOVE SI-INVOICE-DATE TO WS-IV-INVOICE-DATE (WS-IV-IDX).
           MOVE SI-PO-NUMBER TO WS-IV-PO-NUMBER (WS-IV-IDX).
           MOVE SI-PRODUCT TO WS-IV-PRODUCT (WS-IV-IDX).
           MOVE SI-QUANTITY TO WS-IV-QUANTITY (WS-IV-IDX).
           MOVE SI-UNIT-PRICE TO WS-IV-UNIT-PRICE (WS-IV-IDX).
           MOVE SI-STATUS TO WS-IV-STATUS (WS-IV-IDX).
           MOVE SI-ENTRY-DATE TO WS-IV-ENTRY-DATE (WS-IV-IDX).
           MOVE SI-OPERATOR-ID TO WS-IV-OPERATOR-ID (WS-IV-IDX).
      *> tax columns are blank on a line not yet matched, and on
      *> one matched before tax was taken
           MOVE SI-TAX-CODE TO WS-IV-TAX-CODE (WS-IV-IDX).
           IF SI-TAX-RATE IS NUMERIC
               MOVE SI-TAX-RATE TO WS-IV-TAX-RATE (WS-IV-IDX)
           ELSE
               MOVE ZERO TO WS-IV-TAX-RATE (WS-IV-IDX)
           END-IF.
           IF SI-TAX-AMOUNT IS NUMERIC
               MOVE SI-TAX-AMOUNT TO WS-IV-TAX-AMOUNT (WS-IV-IDX)
           ELSE
               MOVE ZERO TO WS-IV-TAX-AMOUNT (WS-IV-IDX)
           END-IF.
           IF SI-BRANCH IS NUMERIC
               MOVE SI-BRANCH TO WS-IV-BRANCH (WS-IV-IDX)
           ELSE
               MOVE ZERO TO WS-IV-BRANCH (WS-IV-IDX)
           END-IF.
           IF SI-MATCH-DATE IS NUMERIC
               MOVE SI-MATCH-DATE TO WS-IV-MATCH-DATE (WS-IV-IDX)
           ELSE
               MOVE ZERO TO WS-IV-MATCH-DATE (WS-IV-IDX)
           END-IF.
           MOVE "N" TO WS-IV-DONE (WS-IV-IDX).

       FIND-PO-LINE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               IF WS-PO-NUMBER (WS-PO-IDX) = WS-IV-PO-NUMBER (WS-IV-IDX)
                       AND WS-PO-PRODUCT (WS-PO-IDX)
                       = WS-IV-PRODUCT (WS-IV-IDX)
                   SET WS-FOUND TO TRUE
                   MOVE WS-PO-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> every line of the invoice is checked before any is passed -
      *> one failing line holds the lot
       MATCH-ONE-INVOICE.
           MOVE WS-IV-SUPPLIER (WS-IV-IDX) TO WS-CUR-SUPPLIER.
           MOVE WS-IV-INVOICE-NO (WS-IV-IDX) TO WS-CUR-INVOICE.
           SET WS-INVOICE-OK TO TRUE.
           MOVE ZERO TO WS-INVOICE-TOTAL.
           MOVE ZERO TO WS-INVOICE-TAX.
           SET WS-IV-IDX2 TO WS-IV-IDX.
           PERFORM VARYING WS-IV-IDX FROM WS-IV-IDX2 BY 1
                   UNTIL WS-IV-IDX > WS-INVOICE-COUNT
               IF WS-IV-SUPPLIER (WS-IV-IDX) = WS-CUR-SUPPLIER AND
                       WS-IV-INVOICE-NO (WS-IV-IDX) = WS-CUR-INVOICE
                       AND WS-IV-DONE (WS-IV-IDX) = "N"
                   PERFORM CHECK-ONE-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IV-IDX FROM WS-IV-IDX2 BY 1
                   UNTIL WS-IV-IDX > WS-INVOICE-COUNT
               IF WS-IV-SUPPLIER (WS-IV-IDX) = WS-CUR-SUPPLIER AND
                       WS-IV-INVOICE-NO (WS-IV-IDX) = WS-CUR-INVOICE
                       AND WS-IV-DONE (WS-IV-IDX) = "N"
                   MOVE "Y" TO WS-IV-DONE (WS-IV-IDX)
                   IF WS-INVOICE-OK
                       MOVE "M" TO WS-IV-STATUS (WS-IV-IDX)
                       PERFORM FIND-PO-LINE
                       IF WS-FOUND
                           ADD WS-IV-QUANTITY (WS-IV-IDX)
                               TO WS-PO-BILLED (WS-MATCH-IDX)
                           MOVE WS-PO-BRANCH (WS-MATCH-IDX)
                               TO WS-IV-BRANCH (WS-IV-IDX)
                       END-IF
                       MOVE WS-TODAY TO WS-IV-MATCH-DATE (WS-IV-IDX)
                       PERFORM TAX-THE-LINE
                       ADD WS-IV-TAX-AMOUNT (WS-IV-IDX)
                           TO WS-INVOICE-TAX
                   ELSE
                       MOVE "H" TO WS-IV-STATUS (WS-IV-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           SET WS-IV-IDX TO WS-IV-IDX2.
           IF WS-INVOICE-OK
               ADD 1 TO WS-MATCHED-COUNT
               MOVE WS-CUR-SUPPLIER TO AP-SUPPLIER
               MOVE WS-CUR-INVOICE TO AP-INVOICE-NO
               MOVE WS-IV-INVOICE-DATE (WS-IV-IDX) TO AP-INVOICE-DATE
               COMPUTE AP-AMOUNT = WS-INVOICE-TOTAL + WS-INVOICE-TAX
               MOVE WS-TODAY TO AP-MATCH-DATE
               SET AP-OPEN TO TRUE
               WRITE OPEN-ITEM-REC
           ELSE
               ADD 1 TO WS-HELD-COUNT
           END-IF.

      *> receipted, not over-billed, and at the agreed cost
       CHECK-ONE-LINE.
           COMPUTE WS-LINE-VALUE ROUNDED =
               WS-IV-QUANTITY (WS-IV-IDX)
               * WS-IV-UNIT-PRICE (WS-IV-IDX)
               ON SIZE ERROR MOVE ZERO TO WS-LINE-VALUE
           END-COMPUTE.
           ADD WS-LINE-VALUE TO WS-INVOICE-TOTAL.
           PERFORM FIND-PO-LINE.
           IF WS-NOT-FOUND
               MOVE "NO SUCH PO LINE" TO WS-CUR-REASON
               MOVE ZERO TO WS-CUR-EXPECTED
               MOVE WS-IV-QUANTITY (WS-IV-IDX) TO WS-CUR-INVOICED
               PERFORM WRITE-ONE-VARIANCE
           ELSE
               IF WS-PO-STATUS (WS-MATCH-IDX) NOT = "R"
                   MOVE "GOODS NOT RECEIVED" TO WS-CUR-REASON
                   MOVE ZERO TO WS-CUR-EXPECTED
                   MOVE WS-IV-QUANTITY (WS-IV-IDX) TO WS-CUR-INVOICED
                   PERFORM WRITE-ONE-VARIANCE
               ELSE
                   COMPUTE WS-LEFT-TO-BILL =
                       WS-PO-RCPT-QTY (WS-MATCH-IDX)
                       - WS-PO-BILLED (WS-MATCH-IDX)
                   IF WS-IV-QUANTITY (WS-IV-IDX) > WS-LEFT-TO-BILL
                       MOVE "QUANTITY VARIANCE" TO WS-CUR-REASON
                       IF WS-LEFT-TO-BILL < ZERO
                           MOVE ZERO TO WS-CUR-EXPECTED
                       ELSE
                           MOVE WS-LEFT-TO-BILL TO WS-CUR-EXPECTED
                       END-IF
                       MOVE WS-IV-QUANTITY (WS-IV-IDX)
                           TO WS-CUR-INVOICED
                       PERFORM WRITE-ONE-VARIANCE
                   END-IF
               END-IF
           END-IF.
           MOVE ZERO TO WS-CUR-COST.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-CODE (WS-PM-IDX) = WS-IV-PRODUCT (WS-IV-IDX)
                   MOVE WS-PM-COST (WS-PM-IDX) TO WS-CUR-COST
               END-IF
           END-PERFORM.
           IF WS-IV-UNIT-PRICE (WS-IV-IDX) NOT = WS-CUR-COST
               MOVE "PRICE VARIANCE" TO WS-CUR-REASON
               MOVE WS-CUR-COST TO WS-CUR-EXPECTED
               MOVE WS-IV-UNIT-PRICE (WS-IV-IDX) TO WS-CUR-INVOICED
               PERFORM WRITE-ONE-VARIANCE
           END-IF.

      *> input tax at the rate the product's code carries today - a
      *> blank code takes none, and so does a code missing from the
      *> table, which is counted for the run summary
       TAX-THE-LINE.
           MOVE SPACE TO WS-IV-TAX-CODE (WS-IV-IDX).
           MOVE ZERO TO WS-IV-TAX-RATE (WS-IV-IDX).
           MOVE ZERO TO WS-IV-TAX-AMOUNT (WS-IV-IDX).
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-CODE (WS-PM-IDX) = WS-IV-PRODUCT (WS-IV-IDX)
                   MOVE WS-PM-TAX-CODE (WS-PM-IDX)
                       TO WS-IV-TAX-CODE (WS-IV-IDX)
               END-IF
           END-PERFORM.
           IF WS-IV-TAX-CODE (WS-IV-IDX) = SPACE
               EXIT PARAGRAPH
           END-IF.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TAX-COUNT
               IF WS-TX-CODE (WS-TX-IDX) = WS-IV-TAX-CODE (WS-IV-IDX)
                   SET WS-FOUND TO TRUE
                   MOVE WS-TX-RATE (WS-TX-IDX)
                       TO WS-IV-TAX-RATE (WS-IV-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               ADD 1 TO WS-UNKNOWN-TAX-COUNT
               MOVE SPACE TO WS-IV-TAX-CODE (WS-IV-IDX)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-IV-TAX-AMOUNT (WS-IV-IDX) ROUNDED =
               WS-IV-QUANTITY (WS-IV-IDX)
               * WS-IV-UNIT-PRICE (WS-IV-IDX)
               * WS-IV-TAX-RATE (WS-IV-IDX) / 100
               ON SIZE ERROR MOVE ZERO TO WS-IV-TAX-AMOUNT (WS-IV-IDX)
           END-COMPUTE.

       WRITE-ONE-VARIANCE.
           SET WS-INVOICE-FAILS TO TRUE.
           ADD 1 TO WS-VARIANCE-COUNT.
           MOVE WS-CUR-EXPECTED TO WS-EXP-EDIT.
           MOVE WS-CUR-INVOICED TO WS-INV-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-IV-SUPPLIER (WS-IV-IDX)
               " " WS-IV-INVOICE-NO (WS-IV-IDX)
               " " WS-IV-PO-NUMBER (WS-IV-IDX)
               " " WS-IV-PRODUCT (WS-IV-IDX)
               " " WS-CUR-REASON
               " " WS-EXP-EDIT
               " " WS-INV-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

       END PROGRAM INVMATCH.
