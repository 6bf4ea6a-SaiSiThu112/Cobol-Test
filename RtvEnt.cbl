       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTVENT.

      *> return-to-vendor entry: when goods receipted through
      *> GOODSRCPT turn out damaged or wrong, the operator keys the PO
      *> number, sees that order's RECEIVED lines with what each
      *> receipted and what has already gone back, and returns a
      *> quantity against one line - never more than PO-RECEIPT-QTY
      *> less the earlier returns, which are added up again from
      *> SupplierReturns.txt every time the program starts. Each
      *> accepted return is numbered from the DebitNoteNumber.txt
      *> counter, logged on SupplierReturns.txt, written to the
      *> capture file as a code-7 RTV that takes the stock off the
      *> branch card, and printed as a debit note on the supplier's
      *> own DebitNotes-nnn.txt in the data directory, valued at the
      *> product's standard cost, so the supplier is actually
      *> charged instead of the loss vanishing into an adjustment.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO DYNAMIC WS-ORDER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT RETURN-FILE ASSIGN TO DYNAMIC WS-RETURN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO DYNAMIC WS-PRODUCT-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT SUPPLIER-MASTER-FILE
               ASSIGN TO DYNAMIC WS-SUPPLIER-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-MASTER-STATUS.

           SELECT DN-NUMBER-FILE ASSIGN TO DYNAMIC WS-DN-NUMBER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DN-NUMBER-STATUS.

           SELECT DEBIT-NOTE-FILE ASSIGN TO DYNAMIC WS-DEBIT-NOTE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEBIT-NOTE-STATUS.

      *> same layout AssignTwo reads - keep the two in step
           SELECT NEW-BALANCE-FILE ASSIGN TO DYNAMIC WS-NEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ORDER-FILE.
           01 ORDER-REC.
               COPY PURCHASE-ORDER.

           FD RETURN-FILE.
           01 RETURN-REC.
               COPY SUPPLIER-RETURN.

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-LINE.
               COPY PRODUCT-MASTER.

           FD SUPPLIER-MASTER-FILE.
           01 SUPPLIER-MASTER-LINE.
               COPY SUPPLIER-MASTER.

           FD DN-NUMBER-FILE.
           01 DN-NUMBER-LINE PIC 9(6).

           FD DEBIT-NOTE-FILE.
           01 DEBIT-NOTE-LINE PIC X(80).

           FD NEW-BALANCE-FILE.
           01 NEW-BALANCE.
               05 NEW-BRANCH-CODE PIC 9(3).
               05 NEW-PRODUCT-CODE PIC 9(2).
               05 SELLBUY PIC 9(1).
               05 NEW-QUANTITY PIC S9(5)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
               05 NEW-DEST-BRANCH PIC 9(3).
               05 NEW-TIMESTAMP PIC 9(14).
               05 NEW-REASON-CODE PIC X(2).

       WORKING-STORAGE SECTION.
      *> the order book, read only - a return never changes the PO
      *> line, it is tracked against it in the returns file instead
           01 WS-PO-TABLE.
               05 WS-PO-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-PO-COUNT
                       INDEXED BY WS-PO-IDX.
                   10 WS-PO-NUMBER PIC 9(6).
                   10 WS-PO-SUPPLIER PIC 9(3).
                   10 WS-PO-BRANCH PIC 9(3).
                   10 WS-PO-PRODUCT PIC 9(2).
                   10 WS-PO-STATUS PIC X(1).
                   10 WS-PO-RCPT-QTY PIC 9(5).
                   10 WS-PO-RETURNED PIC 9(5).
           01 WS-PO-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-ORDER-EOF PIC A(1) VALUE "N".
           01 WS-RETURN-EOF PIC A(1) VALUE "N".

           01 WS-PRODUCT-TABLE.
               05 WS-PM-ENTRY OCCURS 200 TIMES INDEXED BY WS-PM-IDX.
                   10 WS-PM-CODE PIC 9(2).
                   10 WS-PM-DESC PIC X(20).
                   10 WS-PM-COST PIC 9(5)V99.
           01 WS-PM-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-PM-EOF PIC A(1) VALUE "N".

           01 WS-SUPPLIER-TABLE.
               05 WS-SUP-ENTRY OCCURS 200 TIMES INDEXED BY WS-SUP-IDX.
                   10 WS-SUP-CODE PIC 9(3).
                   10 WS-SUP-NAME PIC X(20).
           01 WS-SUPPLIER-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-SUP-EOF PIC A(1) VALUE "N".

           01 WS-QUIT-PO PIC 9(6) VALUE 999999.
           01 WS-ASK-PO PIC 9(6).
           01 WS-ASK-PRODUCT PIC 9(2).
           01 WS-ASK-QTY PIC 9(5).
           01 WS-ASK-REASON PIC X(2).
               88 WS-REASON-VALID VALUE "DA" "WP" "QU".
           01 WS-RETURNABLE PIC S9(5).
           01 WS-SHOWN-COUNT PIC 9(4).
           01 WS-RETURN-COUNT PIC 9(4) VALUE ZERO.

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(5) COMP.

           01 WS-LAST-DN-NUMBER PIC 9(6) VALUE ZERO.
           01 WS-CUR-DESC PIC X(20).
           01 WS-CUR-COST PIC 9(5)V99.
           01 WS-CUR-SUP-NAME PIC X(20).
           01 WS-NOTE-VALUE PIC 9(9)V99.
           01 WS-COST-EDIT PIC ZZZZ9.99.
           01 WS-VALUE-EDIT PIC ZZZZZZZZ9.99.
           01 WS-REPORT-LINE PIC X(80).

           01 WS-OPERATOR-ID PIC X(10).
           01 WS-TODAY PIC 9(8).
           01 WS-STAMP-TIME PIC 9(8).
           01 WS-TIMESTAMP PIC 9(14).

           01 WS-DATA-DIR PIC X(60).
           01 WS-ORDER-PATH PIC X(80).
           01 WS-RETURN-PATH PIC X(80).
           01 WS-PRODUCT-MASTER-PATH PIC X(80).
           01 WS-SUPPLIER-MASTER-PATH PIC X(80).
           01 WS-DN-NUMBER-PATH PIC X(80).
           01 WS-DEBIT-NOTE-PATH PIC X(80).
           01 WS-NEW-PATH PIC X(80).
           01 WS-ORDER-STATUS PIC X(2).
           01 WS-RETURN-STATUS PIC X(2).
           01 WS-PRODUCT-MASTER-STATUS PIC X(2).
           01 WS-SUPPLIER-MASTER-STATUS PIC X(2).
           01 WS-DN-NUMBER-STATUS PIC X(2).
           01 WS-DEBIT-NOTE-STATUS PIC X(2).
           01 WS-NEW-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ORDER-PATH FROM ENVIRONMENT "PORDGEN_ORDERS".
           IF WS-ORDER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PurchaseOrders.txt"
                   TO WS-ORDER-PATH
           END-IF.
           ACCEPT WS-RETURN-PATH FROM ENVIRONMENT "RTVENT_RETURNS".
           IF WS-RETURN-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SupplierReturns.txt"
                   TO WS-RETURN-PATH
           END-IF.
           ACCEPT WS-PRODUCT-MASTER-PATH FROM ENVIRONMENT
               "ASSIGNTWO_PRODUCTMASTER".
           IF WS-PRODUCT-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ProductMaster.txt"
                   TO WS-PRODUCT-MASTER-PATH
           END-IF.
           ACCEPT WS-SUPPLIER-MASTER-PATH FROM ENVIRONMENT
               "PURCHSUGG_SUPPLIERMASTER".
           IF WS-SUPPLIER-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SupplierMaster.txt"
                   TO WS-SUPPLIER-MASTER-PATH
           END-IF.
           ACCEPT WS-DN-NUMBER-PATH FROM ENVIRONMENT "RTVENT_DNNUMBER".
           IF WS-DN-NUMBER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\DebitNoteNumber.txt"
                   TO WS-DN-NUMBER-PATH
           END-IF.
           ACCEPT WS-NEW-PATH FROM ENVIRONMENT "ASSIGNTWO_NEWBALANCE".
           IF WS-NEW-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Newbalance.txt"
                   TO WS-NEW-PATH
           END-IF.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "ASSIGNTWO_DATA_DIR".
           IF WS-DATA-DIR = SPACES
               MOVE "C:\Users\25-00229\Desktop\" TO WS-DATA-DIR
           END-IF.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "NO PURCHASE ORDER FILE - RUN PORDGEN FIRST"
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-ORDER-EOF = "Y"
               READ ORDER-FILE
                   AT END MOVE "Y" TO WS-ORDER-EOF
                   NOT AT END
                       ADD 1 TO WS-PO-COUNT
                       SET WS-PO-IDX TO WS-PO-COUNT
                       MOVE PO-NUMBER TO WS-PO-NUMBER (WS-PO-IDX)
                       MOVE PO-SUPPLIER TO WS-PO-SUPPLIER (WS-PO-IDX)
                       MOVE PO-BRANCH TO WS-PO-BRANCH (WS-PO-IDX)
                       MOVE PO-PRODUCT TO WS-PO-PRODUCT (WS-PO-IDX)
                       MOVE PO-STATUS TO WS-PO-STATUS (WS-PO-IDX)
                       IF PO-RECEIPT-QTY IS NUMERIC
                           MOVE PO-RECEIPT-QTY
                               TO WS-PO-RCPT-QTY (WS-PO-IDX)
                       ELSE
                           MOVE ZERO TO WS-PO-RCPT-QTY (WS-PO-IDX)
                       END-IF
                       MOVE ZERO TO WS-PO-RETURNED (WS-PO-IDX)
               END-READ
           END-PERFORM.
           CLOSE ORDER-FILE.

           IF WS-PO-COUNT = ZERO
               DISPLAY "NO PURCHASE ORDERS ON FILE"
               STOP RUN
           END-IF.

           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PRODUCT-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRODUCT MASTER FILE - STATUS "
                   WS-PRODUCT-MASTER-STATUS
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
                       MOVE PM-UNIT-COST TO WS-PM-COST (WS-PM-IDX)
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-MASTER-FILE.

      *> the supplier's name only dresses the debit note - no
      *> supplier master is not a reason to refuse the return
           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF WS-SUPPLIER-MASTER-STATUS = "00"
               PERFORM UNTIL WS-SUP-EOF = "Y"
                   READ SUPPLIER-MASTER-FILE
                       AT END MOVE "Y" TO WS-SUP-EOF
                       NOT AT END
                           ADD 1 TO WS-SUPPLIER-COUNT
                           SET WS-SUP-IDX TO WS-SUPPLIER-COUNT
                           MOVE SUP-CODE TO WS-SUP-CODE (WS-SUP-IDX)
                           MOVE SUP-NAME TO WS-SUP-NAME (WS-SUP-IDX)
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-MASTER-FILE
           END-IF.

      *> what has already gone back against each line, and the
      *> highest debit note number yet issued
           OPEN INPUT RETURN-FILE.
           IF WS-RETURN-STATUS = "00"
               PERFORM UNTIL WS-RETURN-EOF = "Y"
                   READ RETURN-FILE
                       AT END MOVE "Y" TO WS-RETURN-EOF
                       NOT AT END
                           IF RV-DEBIT-NOTE > WS-LAST-DN-NUMBER
                               MOVE RV-DEBIT-NOTE TO WS-LAST-DN-NUMBER
                           END-IF
                           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                                   UNTIL WS-PO-IDX > WS-PO-COUNT
                               IF WS-PO-NUMBER (WS-PO-IDX)
                                       = RV-PO-NUMBER AND
                                       WS-PO-PRODUCT (WS-PO-IDX)
                                       = RV-PRODUCT
                                   ADD RV-QUANTITY
                                       TO WS-PO-RETURNED (WS-PO-IDX)
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE RETURN-FILE
           END-IF.

           OPEN INPUT DN-NUMBER-FILE.
           IF WS-DN-NUMBER-STATUS = "00"
               READ DN-NUMBER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF DN-NUMBER-LINE IS NUMERIC AND
                               DN-NUMBER-LINE > WS-LAST-DN-NUMBER
                           MOVE DN-NUMBER-LINE TO WS-LAST-DN-NUMBER
                       END-IF
               END-READ
               CLOSE DN-NUMBER-FILE
           END-IF.

           OPEN EXTEND RETURN-FILE.
           IF WS-RETURN-STATUS = "35"
               OPEN OUTPUT RETURN-FILE
           END-IF.
           IF WS-RETURN-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SUPPLIER RETURNS FILE - STATUS "
                   WS-RETURN-STATUS
               STOP RUN
           END-IF.

           OPEN EXTEND NEW-BALANCE-FILE.
           IF WS-NEW-STATUS = "35"
               OPEN OUTPUT NEW-BALANCE-FILE
           END-IF.
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "ERROR OPENING NEW BALANCE FILE - STATUS "
                   WS-NEW-STATUS
               STOP RUN
           END-IF.

           DISPLAY "Enter PO number to return against (999999 to quit)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-PO.

           PERFORM UNTIL WS-ASK-PO = WS-QUIT-PO
               PERFORM RETURN-ONE-ORDER
               DISPLAY "Enter PO number to return against (999999 to "
                   "quit)" WITH NO ADVANCING
               ACCEPT WS-ASK-PO
           END-PERFORM.

           CLOSE NEW-BALANCE-FILE.
           CLOSE RETURN-FILE.

           IF WS-RETURN-COUNT > ZERO
               OPEN OUTPUT DN-NUMBER-FILE
               IF WS-DN-NUMBER-STATUS = "00"
                   MOVE WS-LAST-DN-NUMBER TO DN-NUMBER-LINE
                   WRITE DN-NUMBER-LINE
                   CLOSE DN-NUMBER-FILE
               END-IF
           END-IF.

           DISPLAY WS-RETURN-COUNT " DEBIT NOTES RAISED".
           STOP RUN.

       RETURN-ONE-ORDER.
           MOVE ZERO TO WS-SHOWN-COUNT.
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               IF WS-PO-NUMBER (WS-PO-IDX) = WS-ASK-PO AND
                       WS-PO-STATUS (WS-PO-IDX) = "R"
                   ADD 1 TO WS-SHOWN-COUNT
                   DISPLAY "  PRODUCT " WS-PO-PRODUCT (WS-PO-IDX)
                       " BRANCH " WS-PO-BRANCH (WS-PO-IDX)
                       " RECEIVED " WS-PO-RCPT-QTY (WS-PO-IDX)
                       " RETURNED " WS-PO-RETURNED (WS-PO-IDX)
               END-IF
           END-PERFORM.
      *> only goods that came in through the dock can go back out
           IF WS-SHOWN-COUNT = ZERO
               DISPLAY "NO RECEIVED LINES ON PO " WS-ASK-PO
           ELSE
               DISPLAY "Enter product code to return (99 for none)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-PRODUCT
               PERFORM UNTIL WS-ASK-PRODUCT = 99
                   PERFORM RETURN-ONE-LINE
                   DISPLAY "Enter product code to return (99 for "
                       "none)" WITH NO ADVANCING
                   ACCEPT WS-ASK-PRODUCT
               END-PERFORM
           END-IF.

       RETURN-ONE-LINE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               IF WS-PO-NUMBER (WS-PO-IDX) = WS-ASK-PO AND
                       WS-PO-PRODUCT (WS-PO-IDX) = WS-ASK-PRODUCT AND
                       WS-PO-STATUS (WS-PO-IDX) = "R"
                   SET WS-FOUND TO TRUE
                   MOVE WS-PO-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               DISPLAY "NO RECEIVED LINE FOR PRODUCT " WS-ASK-PRODUCT
                   " ON PO " WS-ASK-PO " - RETURN REFUSED"
           ELSE
               COMPUTE WS-RETURNABLE =
                   WS-PO-RCPT-QTY (WS-MATCH-IDX)
                   - WS-PO-RETURNED (WS-MATCH-IDX)
               IF WS-RETURNABLE NOT > ZERO
                   DISPLAY "EVERYTHING RECEIVED ON THIS LINE HAS "
                       "ALREADY GONE BACK"
               ELSE
                   DISPLAY "Enter quantity to return" WITH NO ADVANCING
                   ACCEPT WS-ASK-QTY
                   IF WS-ASK-QTY = ZERO
                       DISPLAY "NOTHING RETURNED"
                   ELSE
                       IF WS-ASK-QTY > WS-RETURNABLE
                           DISPLAY "RETURN REFUSED - ONLY "
                               WS-RETURNABLE " LEFT TO RETURN ON "
                               "THIS LINE"
                       ELSE
                           PERFORM ASK-RETURN-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ASK-RETURN-REASON.
           DISPLAY "Enter reason DA=DAMAGED WP=WRONG PRODUCT "
               "QU=QUALITY" WITH NO ADVANCING.
           ACCEPT WS-ASK-REASON.
           IF NOT WS-REASON-VALID
               DISPLAY "UNKNOWN REASON - RETURN NOT TAKEN"
           ELSE
               ADD WS-ASK-QTY TO WS-PO-RETURNED (WS-MATCH-IDX)
               ADD 1 TO WS-LAST-DN-NUMBER
               PERFORM PRICE-THE-RETURN
               PERFORM WRITE-RETURN-LINE
               PERFORM WRITE-RTV-TRANSACTION
               PERFORM WRITE-DEBIT-NOTE
               ADD 1 TO WS-RETURN-COUNT
               DISPLAY "DEBIT NOTE " WS-LAST-DN-NUMBER
                   " RAISED - RTV WRITTEN TO THE CAPTURE FILE"
           END-IF.

      *> the supplier is charged what the goods are carried at on
      *> the product master
       PRICE-THE-RETURN.
           MOVE SPACES TO WS-CUR-DESC.
           MOVE ZERO TO WS-CUR-COST.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-CODE (WS-PM-IDX) = WS-ASK-PRODUCT
                   MOVE WS-PM-DESC (WS-PM-IDX) TO WS-CUR-DESC
                   MOVE WS-PM-COST (WS-PM-IDX) TO WS-CUR-COST
               END-IF
           END-PERFORM.
           COMPUTE WS-NOTE-VALUE ROUNDED =
               WS-ASK-QTY * WS-CUR-COST
               ON SIZE ERROR MOVE ZERO TO WS-NOTE-VALUE
           END-COMPUTE.
           MOVE "NO SUPPLIER ON FILE" TO WS-CUR-SUP-NAME.
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUPPLIER-COUNT
               IF WS-SUP-CODE (WS-SUP-IDX)
                       = WS-PO-SUPPLIER (WS-MATCH-IDX)
                   MOVE WS-SUP-NAME (WS-SUP-IDX) TO WS-CUR-SUP-NAME
               END-IF
           END-PERFORM.

       WRITE-RETURN-LINE.
           MOVE WS-LAST-DN-NUMBER TO RV-DEBIT-NOTE.
           MOVE WS-PO-NUMBER (WS-MATCH-IDX) TO RV-PO-NUMBER.
           MOVE WS-PO-SUPPLIER (WS-MATCH-IDX) TO RV-SUPPLIER.
           MOVE WS-PO-BRANCH (WS-MATCH-IDX) TO RV-BRANCH.
           MOVE WS-PO-PRODUCT (WS-MATCH-IDX) TO RV-PRODUCT.
           MOVE WS-ASK-QTY TO RV-QUANTITY.
           MOVE WS-CUR-COST TO RV-UNIT-COST.
           MOVE WS-NOTE-VALUE TO RV-VALUE.
           MOVE WS-TODAY TO RV-DATE.
           MOVE WS-ASK-REASON TO RV-REASON.
           MOVE WS-OPERATOR-ID TO RV-OPERATOR-ID.
           WRITE RETURN-REC.

      *> the stock leaves the branch the PO was receipted into
       WRITE-RTV-TRANSACTION.
           ACCEPT WS-STAMP-TIME FROM TIME.
           COMPUTE WS-TIMESTAMP =
               WS-TODAY * 1000000 + WS-STAMP-TIME / 100.
           MOVE WS-PO-BRANCH (WS-MATCH-IDX) TO NEW-BRANCH-CODE.
           MOVE WS-PO-PRODUCT (WS-MATCH-IDX) TO NEW-PRODUCT-CODE.
           MOVE 7 TO SELLBUY.
           MOVE WS-ASK-QTY TO NEW-QUANTITY.
           MOVE ZERO TO NEW-DEST-BRANCH.
           MOVE WS-TIMESTAMP TO NEW-TIMESTAMP.
           MOVE WS-ASK-REASON TO NEW-REASON-CODE.
           WRITE NEW-BALANCE.

      *> one file per supplier, appended note after note, so each
      *> supplier's charges can be sent to them as they stand
       WRITE-DEBIT-NOTE.
           MOVE SPACES TO WS-DEBIT-NOTE-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
               "DebitNotes-" DELIMITED BY SIZE
               WS-PO-SUPPLIER (WS-MATCH-IDX) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-DEBIT-NOTE-PATH.
           OPEN EXTEND DEBIT-NOTE-FILE.
           IF WS-DEBIT-NOTE-STATUS = "35"
               OPEN OUTPUT DEBIT-NOTE-FILE
           END-IF.
           IF WS-DEBIT-NOTE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DEBIT NOTE FILE - STATUS "
                   WS-DEBIT-NOTE-STATUS
               DISPLAY "DEBIT NOTE " WS-LAST-DN-NUMBER
                   " IS ON THE RETURNS FILE - PRINT IT BY HAND"
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "DEBIT NOTE " WS-LAST-DN-NUMBER
                   "   DATE " WS-TODAY
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO DEBIT-NOTE-LINE
               WRITE DEBIT-NOTE-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SUPPLIER " WS-PO-SUPPLIER (WS-MATCH-IDX)
                   " " WS-CUR-SUP-NAME
                   "   OUR PO " WS-PO-NUMBER (WS-MATCH-IDX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO DEBIT-NOTE-LINE
               WRITE DEBIT-NOTE-LINE
               MOVE WS-CUR-COST TO WS-COST-EDIT
               MOVE WS-NOTE-VALUE TO WS-VALUE-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "PRODUCT " WS-ASK-PRODUCT
                   " " WS-CUR-DESC
                   " QTY " WS-ASK-QTY
                   " @ " WS-COST-EDIT
                   " REASON " WS-ASK-REASON
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO DEBIT-NOTE-LINE
               WRITE DEBIT-NOTE-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "AMOUNT DUE FROM SUPPLIER " WS-VALUE-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO DEBIT-NOTE-LINE
               WRITE DEBIT-NOTE-LINE
               MOVE SPACES TO DEBIT-NOTE-LINE
               WRITE DEBIT-NOTE-LINE
               CLOSE DEBIT-NOTE-FILE
           END-IF.

       END PROGRAM RTVENT.
