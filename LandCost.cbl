       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANDCOST.

      *> landed-cost capture: GOODSRCPT buys the goods in at the
      *> product's standard cost, so the freight, duty and handling
      *> billed on a delivery never reached the cards and every
      *> margin came out overstated. Once a PO has been receipted
      *> the operator keys its charges here - freight, duty and
      *> other - and picks how they are shared over the order's
      *> RECEIVED lines: by value (received quantity at standard
      *> cost) or by quantity. Each line's share is written to
      *> LandedCost.txt as PENDING; the next AssignTwo run folds it
      *> into the receiving card's weighted-average unit cost, and
      *> GLEXTRACT posts it to the ledger the day it is applied.
      *> Charges billed separately - a duty bill that follows the
      *> freight invoice - are simply captured against the PO again.
      *> The pennies a split cannot share evenly go on the order's
      *> last received line, so the lines always add up to the bill.

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

           SELECT LANDED-COST-FILE ASSIGN TO DYNAMIC WS-LANDED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANDED-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ORDER-FILE.
           01 ORDER-REC.
               COPY PURCHASE-ORDER.

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-LINE.
               COPY PRODUCT-MASTER.

           FD LANDED-COST-FILE.
           01 LANDED-COST-REC.
               COPY LANDED-COST.

       WORKING-STORAGE SECTION.
      *> the received order lines - only these are read, nothing on
      *> the order file is changed here
           01 WS-PO-TABLE.
               05 WS-PO-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-PO-COUNT
                       INDEXED BY WS-PO-IDX.
                   10 WS-PO-NUMBER PIC 9(6).
                   10 WS-PO-BRANCH PIC 9(3).
                   10 WS-PO-PRODUCT PIC 9(2).
                   10 WS-PO-RCPT-QTY PIC 9(5).
           01 WS-PO-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-ORDER-EOF PIC A(1) VALUE "N".

           01 WS-PM-TABLE.
               05 WS-PM-ENTRY OCCURS 100 TIMES INDEXED BY WS-PM-IDX.
                   10 WS-PM-CODE PIC 9(2).
                   10 WS-PM-COST PIC 9(5)V99.
           01 WS-PM-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-PRODUCT-EOF PIC A(1) VALUE "N".

      *> the lines of the PO being costed and each one's share
           01 WS-SPLIT-TABLE.
               05 WS-SP-ENTRY OCCURS 100 TIMES INDEXED BY WS-SP-IDX.
                   10 WS-SP-BRANCH PIC 9(3).
                   10 WS-SP-PRODUCT PIC 9(2).
                   10 WS-SP-RCPT-QTY PIC 9(5).
                   10 WS-SP-WEIGHT PIC 9(9)V99.
                   10 WS-SP-FREIGHT PIC 9(7)V99.
                   10 WS-SP-DUTY PIC 9(7)V99.
                   10 WS-SP-OTHER PIC 9(7)V99.
                   10 WS-SP-AMOUNT PIC 9(7)V99.
           01 WS-SP-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-TOTAL-WEIGHT PIC 9(11)V99.

           01 WS-QUIT-PO PIC 9(6) VALUE 999999.
           01 WS-ASK-PO PIC 9(6).
           01 WS-ASK-FREIGHT PIC 9(7)V99.
           01 WS-ASK-DUTY PIC 9(7)V99.
           01 WS-ASK-OTHER PIC 9(7)V99.
           01 WS-ASK-BASIS PIC X(1).
               88 WS-BY-VALUE VALUE "V".
               88 WS-BY-QUANTITY VALUE "Q".
           01 WS-CONFIRM-ANS PIC X(1).
           01 WS-TOTAL-CHARGES PIC 9(8)V99.

      *> running totals so the last line takes what is left over
           01 WS-FREIGHT-SO-FAR PIC 9(7)V99.
           01 WS-DUTY-SO-FAR PIC 9(7)V99.
           01 WS-OTHER-SO-FAR PIC 9(7)V99.

           01 WS-CAPTURED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-LINES-WRITTEN PIC 9(5) VALUE ZERO.

           01 WS-DISPLAY-AMOUNT PIC Z(6)9.99.
           01 WS-DISPLAY-FREIGHT PIC Z(6)9.99.
           01 WS-DISPLAY-DUTY PIC Z(6)9.99.
           01 WS-DISPLAY-OTHER PIC Z(6)9.99.

           01 WS-TODAY PIC 9(8).

           01 WS-ORDER-PATH PIC X(80).
           01 WS-PRODUCT-MASTER-PATH PIC X(80).
           01 WS-LANDED-PATH PIC X(80).
           01 WS-ORDER-STATUS PIC X(2).
           01 WS-PRODUCT-MASTER-STATUS PIC X(2).
           01 WS-LANDED-STATUS PIC X(2).

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
           ACCEPT WS-LANDED-PATH FROM ENVIRONMENT "LANDEDCOST_FILE".
           IF WS-LANDED-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\LandedCost.txt"
                   TO WS-LANDED-PATH
           END-IF.
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
                       IF PO-RECEIVED AND PO-RECEIPT-QTY IS NUMERIC
                               AND WS-PO-COUNT < 20000
                           ADD 1 TO WS-PO-COUNT
                           SET WS-PO-IDX TO WS-PO-COUNT
                           MOVE PO-NUMBER TO WS-PO-NUMBER (WS-PO-IDX)
                           MOVE PO-BRANCH TO WS-PO-BRANCH (WS-PO-IDX)
                           MOVE PO-PRODUCT
                               TO WS-PO-PRODUCT (WS-PO-IDX)
                           MOVE PO-RECEIPT-QTY
                               TO WS-PO-RCPT-QTY (WS-PO-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDER-FILE.

           IF WS-PO-COUNT = ZERO
               DISPLAY "NO RECEIVED PURCHASE ORDER LINES ON FILE"
               STOP RUN
           END-IF.

           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PRODUCT-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRODUCT MASTER - STATUS "
                   WS-PRODUCT-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-PRODUCT-EOF = "Y"
               READ PRODUCT-MASTER-FILE
                   AT END MOVE "Y" TO WS-PRODUCT-EOF
                   NOT AT END
                       IF WS-PM-COUNT < 100
                           ADD 1 TO WS-PM-COUNT
                           SET WS-PM-IDX TO WS-PM-COUNT
                           MOVE PM-PRODUCT-CODE
                               TO WS-PM-CODE (WS-PM-IDX)
                           IF PM-UNIT-COST IS NUMERIC
                               MOVE PM-UNIT-COST
                                   TO WS-PM-COST (WS-PM-IDX)
                           ELSE
                               MOVE ZERO TO WS-PM-COST (WS-PM-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-MASTER-FILE.

           OPEN EXTEND LANDED-COST-FILE.
           IF WS-LANDED-STATUS = "35"
               OPEN OUTPUT LANDED-COST-FILE
           END-IF.
           IF WS-LANDED-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LANDED COST FILE - STATUS "
                   WS-LANDED-STATUS
               STOP RUN
           END-IF.

           DISPLAY "Enter PO number to cost (999999 to quit)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-PO.

           PERFORM UNTIL WS-ASK-PO = WS-QUIT-PO
               PERFORM COST-ONE-ORDER
               DISPLAY "Enter PO number to cost (999999 to quit)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-PO
           END-PERFORM.

           CLOSE LANDED-COST-FILE.
           DISPLAY WS-CAPTURED-COUNT " ORDERS COSTED, "
               WS-LINES-WRITTEN " LANDED COST LINES WRITTEN".
           STOP RUN.

       COST-ONE-ORDER.
           MOVE ZERO TO WS-SP-COUNT.
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               IF WS-PO-NUMBER (WS-PO-IDX) = WS-ASK-PO
                       AND WS-SP-COUNT < 100
                   ADD 1 TO WS-SP-COUNT
                   SET WS-SP-IDX TO WS-SP-COUNT
                   MOVE WS-PO-BRANCH (WS-PO-IDX)
                       TO WS-SP-BRANCH (WS-SP-IDX)
                   MOVE WS-PO-PRODUCT (WS-PO-IDX)
                       TO WS-SP-PRODUCT (WS-SP-IDX)
                   MOVE WS-PO-RCPT-QTY (WS-PO-IDX)
                       TO WS-SP-RCPT-QTY (WS-SP-IDX)
                   DISPLAY "  PRODUCT " WS-PO-PRODUCT (WS-PO-IDX)
                       " BRANCH " WS-PO-BRANCH (WS-PO-IDX)
                       " RECEIVED " WS-PO-RCPT-QTY (WS-PO-IDX)
               END-IF
           END-PERFORM.
           IF WS-SP-COUNT = ZERO
               DISPLAY "NO RECEIVED LINES ON PO " WS-ASK-PO
                   " - RECEIPT THE GOODS FIRST"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter freight charge" WITH NO ADVANCING.
           ACCEPT WS-ASK-FREIGHT.
           DISPLAY "Enter duty charge" WITH NO ADVANCING.
           ACCEPT WS-ASK-DUTY.
           DISPLAY "Enter other charges" WITH NO ADVANCING.
           ACCEPT WS-ASK-OTHER.
           COMPUTE WS-TOTAL-CHARGES =
               WS-ASK-FREIGHT + WS-ASK-DUTY + WS-ASK-OTHER.
           IF WS-TOTAL-CHARGES = ZERO
               DISPLAY "NO CHARGES KEYED - NOTHING CAPTURED"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACE TO WS-ASK-BASIS.
           PERFORM UNTIL WS-BY-VALUE OR WS-BY-QUANTITY
               DISPLAY "Split by V=value or Q=quantity"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-BASIS
               IF WS-ASK-BASIS = "v"
                   MOVE "V" TO WS-ASK-BASIS
               END-IF
               IF WS-ASK-BASIS = "q"
                   MOVE "Q" TO WS-ASK-BASIS
               END-IF
           END-PERFORM.

           PERFORM WEIGH-THE-LINES.
      *> a PO of products with no standard cost has no value to
      *> split by - the quantity is the only fair share left
           IF WS-TOTAL-WEIGHT = ZERO AND WS-BY-VALUE
               DISPLAY "NO RECEIVED VALUE ON PO " WS-ASK-PO
                   " - SPLITTING BY QUANTITY"
               MOVE "Q" TO WS-ASK-BASIS
               PERFORM WEIGH-THE-LINES
           END-IF.
           IF WS-TOTAL-WEIGHT = ZERO
               DISPLAY "NOTHING RECEIVED ON PO " WS-ASK-PO
                   " TO CARRY THE CHARGES - NOTHING CAPTURED"
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-FREIGHT-SO-FAR.
           MOVE ZERO TO WS-DUTY-SO-FAR.
           MOVE ZERO TO WS-OTHER-SO-FAR.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT
               PERFORM SPLIT-ONE-LINE
           END-PERFORM.

           DISPLAY "Confirm these charges? (Y/N)" WITH NO ADVANCING.
           ACCEPT WS-CONFIRM-ANS.
           IF WS-CONFIRM-ANS = "Y" OR WS-CONFIRM-ANS = "y"
               PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                       UNTIL WS-SP-IDX > WS-SP-COUNT
                   PERFORM WRITE-LANDED-LINE
               END-PERFORM
               ADD 1 TO WS-CAPTURED-COUNT
               DISPLAY "CHARGES CAPTURED - THE NEXT POSTING RUN "
                   "ADDS THEM TO THE CARDS"
           ELSE
               DISPLAY "CHARGES DISCARDED"
           END-IF.

      *> the share each line carries: its received value at the
      *> product's standard cost, or just its received quantity
       WEIGH-THE-LINES.
           MOVE ZERO TO WS-TOTAL-WEIGHT.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT
               MOVE WS-SP-RCPT-QTY (WS-SP-IDX)
                   TO WS-SP-WEIGHT (WS-SP-IDX)
               IF WS-BY-VALUE
                   MOVE ZERO TO WS-SP-WEIGHT (WS-SP-IDX)
                   PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                           UNTIL WS-PM-IDX > WS-PM-COUNT
                       IF WS-PM-CODE (WS-PM-IDX) =
                               WS-SP-PRODUCT (WS-SP-IDX)
                           COMPUTE WS-SP-WEIGHT (WS-SP-IDX) =
                               WS-SP-RCPT-QTY (WS-SP-IDX) *
                               WS-PM-COST (WS-PM-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               ADD WS-SP-WEIGHT (WS-SP-IDX) TO WS-TOTAL-WEIGHT
           END-PERFORM.

      *> each charge shared in proportion to the line's weight; the
      *> last line takes whatever rounding has left so the three
      *> charges are carried to the penny
       SPLIT-ONE-LINE.
           IF WS-SP-IDX = WS-SP-COUNT
               COMPUTE WS-SP-FREIGHT (WS-SP-IDX) =
                   WS-ASK-FREIGHT - WS-FREIGHT-SO-FAR
               COMPUTE WS-SP-DUTY (WS-SP-IDX) =
                   WS-ASK-DUTY - WS-DUTY-SO-FAR
               COMPUTE WS-SP-OTHER (WS-SP-IDX) =
                   WS-ASK-OTHER - WS-OTHER-SO-FAR
           ELSE
               COMPUTE WS-SP-FREIGHT (WS-SP-IDX) ROUNDED =
                   WS-ASK-FREIGHT * WS-SP-WEIGHT (WS-SP-IDX)
                   / WS-TOTAL-WEIGHT
               COMPUTE WS-SP-DUTY (WS-SP-IDX) ROUNDED =
                   WS-ASK-DUTY * WS-SP-WEIGHT (WS-SP-IDX)
                   / WS-TOTAL-WEIGHT
               COMPUTE WS-SP-OTHER (WS-SP-IDX) ROUNDED =
                   WS-ASK-OTHER * WS-SP-WEIGHT (WS-SP-IDX)
                   / WS-TOTAL-WEIGHT
               ADD WS-SP-FREIGHT (WS-SP-IDX) TO WS-FREIGHT-SO-FAR
               ADD WS-SP-DUTY (WS-SP-IDX) TO WS-DUTY-SO-FAR
               ADD WS-SP-OTHER (WS-SP-IDX) TO WS-OTHER-SO-FAR
           END-IF.
           COMPUTE WS-SP-AMOUNT (WS-SP-IDX) =
               WS-SP-FREIGHT (WS-SP-IDX) + WS-SP-DUTY (WS-SP-IDX)
               + WS-SP-OTHER (WS-SP-IDX).
           MOVE WS-SP-FREIGHT (WS-SP-IDX) TO WS-DISPLAY-FREIGHT.
           MOVE WS-SP-DUTY (WS-SP-IDX) TO WS-DISPLAY-DUTY.
           MOVE WS-SP-OTHER (WS-SP-IDX) TO WS-DISPLAY-OTHER.
           MOVE WS-SP-AMOUNT (WS-SP-IDX) TO WS-DISPLAY-AMOUNT.
           DISPLAY "  PRODUCT " WS-SP-PRODUCT (WS-SP-IDX)
               " BRANCH " WS-SP-BRANCH (WS-SP-IDX)
               " FREIGHT " WS-DISPLAY-FREIGHT
               " DUTY " WS-DISPLAY-DUTY
               " OTHER " WS-DISPLAY-OTHER
               " TOTAL " WS-DISPLAY-AMOUNT.

      *> a line whose share rounded to nothing is not worth a record
       WRITE-LANDED-LINE.
           IF WS-SP-AMOUNT (WS-SP-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ASK-PO TO LC-PO-NUMBER.
           MOVE WS-SP-BRANCH (WS-SP-IDX) TO LC-BRANCH.
           MOVE WS-SP-PRODUCT (WS-SP-IDX) TO LC-PRODUCT.
           MOVE WS-SP-RCPT-QTY (WS-SP-IDX) TO LC-RECEIPT-QTY.
           MOVE WS-SP-FREIGHT (WS-SP-IDX) TO LC-FREIGHT.
           MOVE WS-SP-DUTY (WS-SP-IDX) TO LC-DUTY.
           MOVE WS-SP-OTHER (WS-SP-IDX) TO LC-OTHER.
           MOVE WS-SP-AMOUNT (WS-SP-IDX) TO LC-AMOUNT.
           MOVE WS-ASK-BASIS TO LC-BASIS.
           MOVE WS-TODAY TO LC-CAPTURE-DATE.
           SET LC-PENDING TO TRUE.
           MOVE ZERO TO LC-APPLIED-DATE.
           WRITE LANDED-COST-REC.
           ADD 1 TO WS-LINES-WRITTEN.

       END PROGRAM LANDCOST.
