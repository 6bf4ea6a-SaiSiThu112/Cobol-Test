       IDENTIFICATION DIVISION.
       PROGRAM-ID. POTRANS.

      *> purchase order transmission: every PO number on
      *> PurchaseOrders.txt with OPEN lines not yet sent is written
      *> to its supplier's order file for the day - a header naming
      *> the order and the supplier, one line per product and branch
      *> with the quantity and the date we want it, and a control
      *> trailer with the line count and total quantity - and the
      *> lines are stamped with the day they went. One file per
      *> supplier per day (Orders-sss-YYYYMMDD.txt in POTRANS_DIR);
      *> a second run the same day adds to it. Lines written before
      *> orders were transmitted went by phone and are never sent.
      *> A line with no supplier cannot be sent and gives RC 4. The
      *> supplier's answer comes back through POACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO DYNAMIC WS-ORDER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT SUPPLIER-MASTER-FILE
               ASSIGN TO DYNAMIC WS-SUPPLIER-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-MASTER-STATUS.

           SELECT TRANSMIT-FILE ASSIGN TO DYNAMIC WS-TRANSMIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ORDER-FILE.
           01 ORDER-REC.
               COPY PURCHASE-ORDER.

           FD SUPPLIER-MASTER-FILE.
           01 SUPPLIER-MASTER-LINE.
               COPY SUPPLIER-MASTER.

           FD TRANSMIT-FILE.
           01 TRANSMIT-REC.
               COPY PO-TRANSMIT.

       WORKING-STORAGE SECTION.
      *> the whole order file, each line held as written, stamped
      *> here and written back in one pass at the end
           01 WS-PO-TABLE.
               05 WS-PO-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-PO-COUNT
                       INDEXED BY WS-PO-IDX WS-LINE-IDX.
                   10 WS-PO-IMAGE PIC X(71).
           01 WS-PO-COUNT PIC 9(5) COMP VALUE ZERO.

           01 WS-SUPPLIER-TABLE.
               05 WS-SUP-ENTRY OCCURS 200 TIMES INDEXED BY WS-SUP-IDX.
                   10 WS-SUP-CODE PIC 9(3).
                   10 WS-SUP-NAME PIC X(20).
           01 WS-SUPPLIER-COUNT PIC 9(5) COMP VALUE ZERO.

      *> the suppliers a file has gone to this run
           01 WS-SENT-TABLE.
               05 WS-SENT-SUPPLIER OCCURS 200 TIMES
                       INDEXED BY WS-SENT-IDX PIC 9(3).
           01 WS-SENT-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-ORDER-EOF PIC A(1) VALUE "N".
           01 WS-SUP-EOF PIC A(1) VALUE "N".
           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".

           01 WS-CUR-PO PIC 9(6).
           01 WS-CUR-SUPPLIER PIC 9(3).
           01 WS-CUR-ORDER-DATE PIC 9(8).
           01 WS-CUR-NAME PIC X(20).
           01 WS-CUR-LINES PIC 9(4).
           01 WS-CUR-QTY PIC 9(8).

           01 WS-ORDERS-SENT PIC 9(5) VALUE ZERO.
           01 WS-LINES-SENT PIC 9(5) VALUE ZERO.
           01 WS-NO-SUPPLIER-COUNT PIC 9(5) VALUE ZERO.

           01 WS-RUN-DATE PIC 9(8).
           01 WS-TRANSMIT-DIR PIC X(60).

           01 WS-ORDER-PATH PIC X(80).
           01 WS-SUPPLIER-MASTER-PATH PIC X(80).
           01 WS-TRANSMIT-PATH PIC X(80).
           01 WS-ORDER-STATUS PIC X(2).
           01 WS-SUPPLIER-MASTER-STATUS PIC X(2).
           01 WS-TRANSMIT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ORDER-PATH FROM ENVIRONMENT "PORDGEN_ORDERS".
           IF WS-ORDER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PurchaseOrders.txt"
                   TO WS-ORDER-PATH
           END-IF.
           ACCEPT WS-SUPPLIER-MASTER-PATH FROM ENVIRONMENT
               "PURCHSUGG_SUPPLIERMASTER".
           IF WS-SUPPLIER-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SupplierMaster.txt"
                   TO WS-SUPPLIER-MASTER-PATH
           END-IF.
           ACCEPT WS-TRANSMIT-DIR FROM ENVIRONMENT "POTRANS_DIR".
           IF WS-TRANSMIT-DIR = SPACES
               MOVE "C:\Users\25-00229\Desktop\" TO WS-TRANSMIT-DIR
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *> the supplier's name goes on the header - a missing master
      *> only leaves the name blank
           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF WS-SUPPLIER-MASTER-STATUS = "00"
               PERFORM UNTIL WS-SUP-EOF = "Y"
                   READ SUPPLIER-MASTER-FILE
                       AT END MOVE "Y" TO WS-SUP-EOF
                       NOT AT END
                           IF WS-SUPPLIER-COUNT < 200
                               ADD 1 TO WS-SUPPLIER-COUNT
                               SET WS-SUP-IDX TO WS-SUPPLIER-COUNT
                               MOVE SUP-CODE
                                   TO WS-SUP-CODE (WS-SUP-IDX)
                               MOVE SUP-NAME
                                   TO WS-SUP-NAME (WS-SUP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-MASTER-FILE
           END-IF.

           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "NO PURCHASE ORDER FILE - RUN PORDGEN FIRST"
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-ORDER-EOF = "Y"
               READ ORDER-FILE
                   AT END MOVE "Y" TO WS-ORDER-EOF
                   NOT AT END
                       IF WS-PO-COUNT < 20000
                           ADD 1 TO WS-PO-COUNT
                           SET WS-PO-IDX TO WS-PO-COUNT
                           MOVE ORDER-REC TO WS-PO-IMAGE (WS-PO-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDER-FILE.

           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               PERFORM SEND-IF-NEW-ORDER
           END-PERFORM.

           IF WS-LINES-SENT > ZERO
               OPEN OUTPUT ORDER-FILE
               IF WS-ORDER-STATUS NOT = "00"
                   DISPLAY "ERROR REWRITING PURCHASE ORDER FILE - "
                       "STATUS " WS-ORDER-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                       UNTIL WS-PO-IDX > WS-PO-COUNT
                   WRITE ORDER-REC FROM WS-PO-IMAGE (WS-PO-IDX)
               END-PERFORM
               CLOSE ORDER-FILE
           END-IF.

           DISPLAY WS-ORDERS-SENT " ORDERS SENT TO " WS-SENT-COUNT
               " SUPPLIERS, " WS-LINES-SENT " LINES".
           IF WS-NO-SUPPLIER-COUNT > ZERO
               DISPLAY WS-NO-SUPPLIER-COUNT
                   " LINES HAVE NO SUPPLIER AND WERE NOT SENT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> the first unsent OPEN line of a PO number sends the whole
      *> order - its later lines are stamped on the way and pass
      *> by when the outer loop reaches them
       SEND-IF-NEW-ORDER.
           MOVE WS-PO-IMAGE (WS-PO-IDX) TO ORDER-REC.
           IF NOT PO-OPEN
               EXIT PARAGRAPH
           END-IF.
           IF PO-TRANSMIT-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF PO-TRANSMIT-DATE NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF PO-SUPPLIER = ZERO
               ADD 1 TO WS-NO-SUPPLIER-COUNT
               DISPLAY "PO " PO-NUMBER " PRODUCT " PO-PRODUCT
                   " BRANCH " PO-BRANCH " HAS NO SUPPLIER - NOT SENT"
               EXIT PARAGRAPH
           END-IF.

           MOVE PO-NUMBER TO WS-CUR-PO.
           MOVE PO-SUPPLIER TO WS-CUR-SUPPLIER.
           MOVE PO-ORDER-DATE TO WS-CUR-ORDER-DATE.
           PERFORM OPEN-SUPPLIER-FILE.

           MOVE SPACES TO TRANSMIT-REC.
           SET PT-HEADER TO TRUE.
           MOVE WS-CUR-PO TO PT-PO-NUMBER.
           MOVE WS-CUR-SUPPLIER TO PT-SUPPLIER.
           MOVE WS-CUR-NAME TO PT-SUPPLIER-NAME.
           MOVE WS-CUR-ORDER-DATE TO PT-ORDER-DATE.
           MOVE WS-RUN-DATE TO PT-SENT-DATE.
           WRITE TRANSMIT-REC.

           MOVE ZERO TO WS-CUR-LINES.
           MOVE ZERO TO WS-CUR-QTY.
           PERFORM VARYING WS-LINE-IDX FROM WS-PO-IDX BY 1
                   UNTIL WS-LINE-IDX > WS-PO-COUNT
               PERFORM SEND-ONE-LINE
           END-PERFORM.

           MOVE SPACES TO TRANSMIT-REC.
           SET PT-TRAILER TO TRUE.
           MOVE WS-CUR-PO TO PT-PO-NUMBER.
           MOVE WS-CUR-LINES TO PT-LINE-COUNT.
           MOVE WS-CUR-QTY TO PT-TOTAL-QTY.
           WRITE TRANSMIT-REC.
           CLOSE TRANSMIT-FILE.
           ADD 1 TO WS-ORDERS-SENT.

       SEND-ONE-LINE.
           MOVE WS-PO-IMAGE (WS-LINE-IDX) TO ORDER-REC.
           IF PO-NUMBER NOT = WS-CUR-PO OR NOT PO-OPEN
               EXIT PARAGRAPH
           END-IF.
           IF PO-TRANSMIT-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF PO-TRANSMIT-DATE NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TRANSMIT-REC.
           SET PT-LINE TO TRUE.
           MOVE WS-CUR-PO TO PT-PO-NUMBER.
           MOVE PO-BRANCH TO PT-BRANCH.
           MOVE PO-PRODUCT TO PT-PRODUCT.
           MOVE PO-QUANTITY TO PT-QUANTITY.
           MOVE PO-EXPECTED-DATE TO PT-WANTED-DATE.
           WRITE TRANSMIT-REC.
           ADD 1 TO WS-CUR-LINES.
           ADD PO-QUANTITY TO WS-CUR-QTY.
           ADD 1 TO WS-LINES-SENT.
           MOVE WS-RUN-DATE TO PO-TRANSMIT-DATE.
           MOVE ORDER-REC TO WS-PO-IMAGE (WS-LINE-IDX).

      *> the supplier's file for the day, added to if an earlier run
      *> today already started it
       OPEN-SUPPLIER-FILE.
           MOVE SPACES TO WS-CUR-NAME.
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUPPLIER-COUNT
               IF WS-SUP-CODE (WS-SUP-IDX) = WS-CUR-SUPPLIER
                   MOVE WS-SUP-NAME (WS-SUP-IDX) TO WS-CUR-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                   UNTIL WS-SENT-IDX > WS-SENT-COUNT
               IF WS-SENT-SUPPLIER (WS-SENT-IDX) = WS-CUR-SUPPLIER
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND AND WS-SENT-COUNT < 200
               ADD 1 TO WS-SENT-COUNT
               SET WS-SENT-IDX TO WS-SENT-COUNT
               MOVE WS-CUR-SUPPLIER TO WS-SENT-SUPPLIER (WS-SENT-IDX)
           END-IF.

           MOVE SPACES TO WS-TRANSMIT-PATH.
           STRING WS-TRANSMIT-DIR DELIMITED BY SPACE
               "Orders-" DELIMITED BY SIZE
               WS-CUR-SUPPLIER DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-TRANSMIT-PATH
           END-STRING.
           OPEN EXTEND TRANSMIT-FILE.
           IF WS-TRANSMIT-STATUS = "35"
               OPEN OUTPUT TRANSMIT-FILE
           END-IF.
           IF WS-TRANSMIT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ORDER FILE " WS-TRANSMIT-PATH
                   " - STATUS " WS-TRANSMIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM POTRANS.
