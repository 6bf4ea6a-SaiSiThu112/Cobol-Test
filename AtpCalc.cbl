       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPCALC.

      *> the one available-to-promise calculation, called the way
      *> PRICEFIND is called: given a product and a business date it
      *> answers, for every valid branch, what is on hand, what open
      *> sales orders and backorders already claim, what is on its
      *> way in transit and on open purchase orders week by week, and
      *> so what can be promised today and by the end of each of the
      *> next four weeks. On hand is the closing card less stock held
      *> in quarantine, the figure ORDERENT allocates against. Goods
      *> in transit are counted as arriving within the first week.
      *> The files are read once, on the first call, and held for the
      *> rest of the run. Callers set AT-PRODUCT and AT-DATE of the
      *> ATP-PARM block and take the branch entries back on return.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT VALID-BRANCH-FILE
               ASSIGN TO DYNAMIC WS-VALID-BRANCH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALID-BRANCH-STATUS.

           SELECT CLOSING-FILE ASSIGN TO DYNAMIC WS-CLOSING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSING-STATUS.

           SELECT ORDER-FILE ASSIGN TO DYNAMIC WS-ORDER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO DYNAMIC WS-BACKORDER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKORDER-STATUS.

           SELECT IN-TRANSIT-FILE ASSIGN TO DYNAMIC WS-IN-TRANSIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-TRANSIT-STATUS.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO DYNAMIC WS-PO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD VALID-BRANCH-FILE.
           01 VALID-BRANCH-LINE.
               05 VB-BRANCH-CODE PIC 9(3).

           FD CLOSING-FILE.
           01 CLOSING-REC.
               COPY STOCK-BALANCE
                   REPLACING ==STK-BRANCH-CODE== BY ==CLS-BRANCH-CODE==
                       ==STK-PRODUCT-CODE== BY ==CLS-PRODUCT-CODE==
                       ==STK-QUANTITY== BY ==CLS-QUANTITY==
                       ==STK-UNIT-COST== BY ==CLS-UNIT-COST==
                       ==STK-LAST-MOVEMENT==
                           BY ==CLS-LAST-MOVEMENT==
                       ==STK-LAST-MOVE-DATE==
                           BY ==CLS-LAST-MOVE-DATE==
                       ==STK-QUARANTINE-QTY== BY ==CLS-QUARANTINE-QTY==.

           FD ORDER-FILE.
           01 ORDER-REC.
               COPY SALES-ORDER.

           FD BACKORDER-FILE.
           01 BACKORDER-REC.
               COPY BACKORDER.

           FD IN-TRANSIT-FILE.
           01 IN-TRANSIT-REC.
               COPY IN-TRANSIT.

           FD PURCHASE-ORDER-FILE.
           01 PURCHASE-ORDER-REC.
               COPY PURCHASE-ORDER.

       WORKING-STORAGE SECTION.
           01 WS-VALID-BRANCH-TABLE.
               05 WS-VB-ENTRY OCCURS 100 TIMES INDEXED BY WS-VB-IDX.
                   10 WS-VB-CODE PIC 9(3).
           01 WS-VALID-BRANCH-COUNT PIC 9(5) COMP VALUE ZERO.

      *> one entry per branch and product anything was found for
           01 WS-POSITION-TABLE.
               05 WS-PS-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-POSITION-COUNT
                       INDEXED BY WS-PS-IDX.
                   10 WS-PS-BRANCH PIC 9(3).
                   10 WS-PS-PRODUCT PIC 9(2).
                   10 WS-PS-ON-HAND PIC S9(7)V99.
                   10 WS-PS-ALLOCATED PIC S9(7)V99.
                   10 WS-PS-BACKORDER PIC S9(7)V99.
                   10 WS-PS-IN-TRANSIT PIC S9(7)V99.
           01 WS-POSITION-COUNT PIC 9(5) COMP VALUE ZERO.

      *> the open purchase order lines, with the day each is due as
      *> a serial day number so it can be put in its week
           01 WS-INCOMING-TABLE.
               05 WS-IN-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-INCOMING-COUNT
                       INDEXED BY WS-IN-IDX.
                   10 WS-IN-BRANCH PIC 9(3).
                   10 WS-IN-PRODUCT PIC 9(2).
                   10 WS-IN-QUANTITY PIC 9(5).
                   10 WS-IN-SERIAL PIC 9(7).
           01 WS-INCOMING-COUNT PIC 9(5) COMP VALUE ZERO.

           01 WS-LOADED-SW PIC X(1) VALUE "N".
               88 WS-FILES-LOADED VALUE "Y".
           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".

           01 WS-VB-EOF PIC A(1) VALUE "N".
           01 WS-CLOSE-EOF PIC A(1) VALUE "N".
           01 WS-ORDER-EOF PIC A(1) VALUE "N".
           01 WS-BACKORDER-EOF PIC A(1) VALUE "N".
           01 WS-IN-TRANSIT-EOF PIC A(1) VALUE "N".
           01 WS-PO-EOF PIC A(1) VALUE "N".

           01 WS-FIND-BRANCH PIC 9(3).
           01 WS-FIND-PRODUCT PIC 9(2).
           01 WS-OPEN-QTY PIC S9(5)V99.
           01 WS-WEEK PIC 9(1).
           01 WS-WEEK-IDX PIC 9(1).
           01 WS-DAYS-AHEAD PIC S9(7).
           01 WS-WEEK-WORK PIC 9(7).

      *> serial-day arithmetic, the XFERAGE shape
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

           01 WS-VALID-BRANCH-PATH PIC X(80).
           01 WS-CLOSING-PATH PIC X(80).
           01 WS-ORDER-PATH PIC X(80).
           01 WS-BACKORDER-PATH PIC X(80).
           01 WS-IN-TRANSIT-PATH PIC X(80).
           01 WS-PO-PATH PIC X(80).
           01 WS-VALID-BRANCH-STATUS PIC X(2).
           01 WS-CLOSING-STATUS PIC X(2).
           01 WS-ORDER-STATUS PIC X(2).
           01 WS-BACKORDER-STATUS PIC X(2).
           01 WS-IN-TRANSIT-STATUS PIC X(2).
           01 WS-PO-STATUS PIC X(2).

       LINKAGE SECTION.
           01 AT-PARM.
               COPY ATP-PARM.

       PROCEDURE DIVISION USING AT-PARM.
           IF NOT WS-FILES-LOADED
               PERFORM LOAD-THE-FILES
           END-IF.

           MOVE AT-DATE TO WS-CONV-DATE.
           PERFORM DATE-TO-SERIAL.
           MOVE WS-CONV-SERIAL TO WS-TODAY-SERIAL.

           MOVE ZERO TO AT-BRANCH-COUNT.
           PERFORM VARYING WS-VB-IDX FROM 1 BY 1
                   UNTIL WS-VB-IDX > WS-VALID-BRANCH-COUNT
               ADD 1 TO AT-BRANCH-COUNT
               SET AT-IDX TO AT-BRANCH-COUNT
               PERFORM WORK-OUT-ONE-BRANCH
           END-PERFORM.
           GOBACK.

      *> today's promise is the card less what is already claimed;
      *> each week on adds the goods in transit and the purchase
      *> orders due by the end of that week
       WORK-OUT-ONE-BRANCH.
           MOVE WS-VB-CODE (WS-VB-IDX) TO AT-BRANCH (AT-IDX).
           MOVE ZERO TO AT-ON-HAND (AT-IDX).
           MOVE ZERO TO AT-ALLOCATED (AT-IDX).
           MOVE ZERO TO AT-BACKORDER (AT-IDX).
           MOVE ZERO TO AT-IN-TRANSIT (AT-IDX).
           PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                   UNTIL WS-WEEK-IDX > 4
               MOVE ZERO TO AT-PO-DUE (AT-IDX, WS-WEEK-IDX)
           END-PERFORM.

           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-POSITION-COUNT
               IF WS-PS-BRANCH (WS-PS-IDX) = AT-BRANCH (AT-IDX) AND
                       WS-PS-PRODUCT (WS-PS-IDX) = AT-PRODUCT
                   MOVE WS-PS-ON-HAND (WS-PS-IDX)
                       TO AT-ON-HAND (AT-IDX)
                   MOVE WS-PS-ALLOCATED (WS-PS-IDX)
                       TO AT-ALLOCATED (AT-IDX)
                   MOVE WS-PS-BACKORDER (WS-PS-IDX)
                       TO AT-BACKORDER (AT-IDX)
                   MOVE WS-PS-IN-TRANSIT (WS-PS-IDX)
                       TO AT-IN-TRANSIT (AT-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                   UNTIL WS-IN-IDX > WS-INCOMING-COUNT
               IF WS-IN-BRANCH (WS-IN-IDX) = AT-BRANCH (AT-IDX) AND
                       WS-IN-PRODUCT (WS-IN-IDX) = AT-PRODUCT
                   PERFORM PUT-PO-IN-ITS-WEEK
               END-IF
           END-PERFORM.

           COMPUTE AT-ATP (AT-IDX, 1) = AT-ON-HAND (AT-IDX)
               - AT-ALLOCATED (AT-IDX) - AT-BACKORDER (AT-IDX).
           COMPUTE AT-ATP (AT-IDX, 2) = AT-ATP (AT-IDX, 1)
               + AT-IN-TRANSIT (AT-IDX) + AT-PO-DUE (AT-IDX, 1).
           COMPUTE AT-ATP (AT-IDX, 3) = AT-ATP (AT-IDX, 2)
               + AT-PO-DUE (AT-IDX, 2).
           COMPUTE AT-ATP (AT-IDX, 4) = AT-ATP (AT-IDX, 3)
               + AT-PO-DUE (AT-IDX, 3).
           COMPUTE AT-ATP (AT-IDX, 5) = AT-ATP (AT-IDX, 4)
               + AT-PO-DUE (AT-IDX, 4).

      *> days 0 to 7 ahead are the first week, 8 to 14 the second
      *> and so on; an order already overdue is still expected, so
      *> it counts in the first week, and one due beyond the fourth
      *> week is outside the horizon
       PUT-PO-IN-ITS-WEEK.
           COMPUTE WS-DAYS-AHEAD =
               WS-IN-SERIAL (WS-IN-IDX) - WS-TODAY-SERIAL.
           IF WS-DAYS-AHEAD < 1
               MOVE 1 TO WS-WEEK
           ELSE
               COMPUTE WS-WEEK-WORK = (WS-DAYS-AHEAD + 6) / 7
               IF WS-WEEK-WORK > 4
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-WEEK-WORK TO WS-WEEK
           END-IF.
           ADD WS-IN-QUANTITY (WS-IN-IDX)
               TO AT-PO-DUE (AT-IDX, WS-WEEK).

      *> every file is optional bar the branch list: no order book,
      *> no backorders, nothing in transit and no purchase orders
      *> simply mean nothing is claimed or on its way
       LOAD-THE-FILES.
           SET WS-FILES-LOADED TO TRUE.
           ACCEPT WS-VALID-BRANCH-PATH FROM ENVIRONMENT
               "ASSIGNTWO_VALIDBRANCH".
           IF WS-VALID-BRANCH-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ValidBranch.txt"
                   TO WS-VALID-BRANCH-PATH
           END-IF.
           ACCEPT WS-CLOSING-PATH FROM ENVIRONMENT
               "ASSIGNTWO_CLOSINGCURRENT".
           IF WS-CLOSING-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Closingbalance.txt"
                   TO WS-CLOSING-PATH
           END-IF.
           ACCEPT WS-ORDER-PATH FROM ENVIRONMENT "ORDERENT_ORDERS".
           IF WS-ORDER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SalesOrder.txt"
                   TO WS-ORDER-PATH
           END-IF.
           ACCEPT WS-BACKORDER-PATH FROM ENVIRONMENT "BACKORDER_FILE".
           IF WS-BACKORDER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Backorder.txt"
                   TO WS-BACKORDER-PATH
           END-IF.
           ACCEPT WS-IN-TRANSIT-PATH FROM ENVIRONMENT
               "ASSIGNTWO_INTRANSIT".
           IF WS-IN-TRANSIT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\InTransit.txt"
                   TO WS-IN-TRANSIT-PATH
           END-IF.
           ACCEPT WS-PO-PATH FROM ENVIRONMENT "PORDGEN_ORDERS".
           IF WS-PO-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PurchaseOrders.txt"
                   TO WS-PO-PATH
           END-IF.

           OPEN INPUT VALID-BRANCH-FILE.
           IF WS-VALID-BRANCH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VALID BRANCH FILE - STATUS "
                   WS-VALID-BRANCH-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-VB-EOF = "Y"
               READ VALID-BRANCH-FILE
                   AT END MOVE "Y" TO WS-VB-EOF
                   NOT AT END
                       IF WS-VALID-BRANCH-COUNT < 100
                           ADD 1 TO WS-VALID-BRANCH-COUNT
                           SET WS-VB-IDX TO WS-VALID-BRANCH-COUNT
                           MOVE VB-BRANCH-CODE TO WS-VB-CODE (WS-VB-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VALID-BRANCH-FILE.

           OPEN INPUT CLOSING-FILE.
           IF WS-CLOSING-STATUS = "00"
               PERFORM UNTIL WS-CLOSE-EOF = "Y"
                   READ CLOSING-FILE
                       AT END MOVE "Y" TO WS-CLOSE-EOF
                       NOT AT END
      *> the control trailer on the end of a balance file is a
      *> label, not a card
                           IF CLOSING-REC (1:7) NOT = "TRAILER"
                               MOVE CLS-BRANCH-CODE TO WS-FIND-BRANCH
                               MOVE CLS-PRODUCT-CODE
                                   TO WS-FIND-PRODUCT
                               PERFORM FIND-POSITION
                               IF WS-FOUND
                                   ADD CLS-QUANTITY
                                       TO WS-PS-ON-HAND (WS-PS-IDX)
      *> stock held in quarantine cannot be promised to anyone
                                   IF CLS-QUARANTINE-QTY IS NUMERIC
                                       SUBTRACT CLS-QUARANTINE-QTY
                                        FROM WS-PS-ON-HAND (WS-PS-IDX)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSING-FILE
           END-IF.

      *> whatever an order line has still to ship - cancelled and
      *> fully shipped lines claim nothing
           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS = "00"
               PERFORM UNTIL WS-ORDER-EOF = "Y"
                   READ ORDER-FILE
                       AT END MOVE "Y" TO WS-ORDER-EOF
                       NOT AT END
                           IF SO-OPEN OR SO-ALLOCATED OR SO-PICKING
                                   OR SO-PARKED
                               PERFORM TAKE-ONE-ORDER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-FILE
           END-IF.

           OPEN INPUT BACKORDER-FILE.
           IF WS-BACKORDER-STATUS = "00"
               PERFORM UNTIL WS-BACKORDER-EOF = "Y"
                   READ BACKORDER-FILE
                       AT END MOVE "Y" TO WS-BACKORDER-EOF
                       NOT AT END
                           IF BO-OPEN
                               MOVE BO-BRANCH-CODE TO WS-FIND-BRANCH
                               MOVE BO-PRODUCT-CODE
                                   TO WS-FIND-PRODUCT
                               PERFORM FIND-POSITION
                               IF WS-FOUND
                                   ADD BO-QUANTITY
                                       TO WS-PS-BACKORDER (WS-PS-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKORDER-FILE
           END-IF.

      *> a sent transfer is on its way to the receiving branch
           OPEN INPUT IN-TRANSIT-FILE.
           IF WS-IN-TRANSIT-STATUS = "00"
               PERFORM UNTIL WS-IN-TRANSIT-EOF = "Y"
                   READ IN-TRANSIT-FILE
                       AT END MOVE "Y" TO WS-IN-TRANSIT-EOF
                       NOT AT END
                           IF IT-SENT
                               MOVE IT-TO-BRANCH TO WS-FIND-BRANCH
                               MOVE IT-PRODUCT-CODE
                                   TO WS-FIND-PRODUCT
                               PERFORM FIND-POSITION
                               IF WS-FOUND
                                   ADD IT-QUANTITY
                                       TO WS-PS-IN-TRANSIT (WS-PS-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IN-TRANSIT-FILE
           END-IF.

           OPEN INPUT PURCHASE-ORDER-FILE.
           IF WS-PO-STATUS = "00"
               PERFORM UNTIL WS-PO-EOF = "Y"
                   READ PURCHASE-ORDER-FILE
                       AT END MOVE "Y" TO WS-PO-EOF
                       NOT AT END
                           IF PO-OPEN AND WS-INCOMING-COUNT < 20000
                               PERFORM TAKE-ONE-PO-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURCHASE-ORDER-FILE
           END-IF.

       TAKE-ONE-ORDER-LINE.
           COMPUTE WS-OPEN-QTY = SO-QUANTITY.
           IF SO-SHIPPED-QTY IS NUMERIC
               SUBTRACT SO-SHIPPED-QTY FROM WS-OPEN-QTY
           END-IF.
           IF WS-OPEN-QTY > ZERO
               MOVE SO-BRANCH TO WS-FIND-BRANCH
               MOVE SO-PRODUCT TO WS-FIND-PRODUCT
               PERFORM FIND-POSITION
               IF WS-FOUND
                   ADD WS-OPEN-QTY TO WS-PS-ALLOCATED (WS-PS-IDX)
               END-IF
           END-IF.

       TAKE-ONE-PO-LINE.
           ADD 1 TO WS-INCOMING-COUNT.
           SET WS-IN-IDX TO WS-INCOMING-COUNT.
           MOVE PO-BRANCH TO WS-IN-BRANCH (WS-IN-IDX).
           MOVE PO-PRODUCT TO WS-IN-PRODUCT (WS-IN-IDX).
           MOVE PO-QUANTITY TO WS-IN-QUANTITY (WS-IN-IDX).
           MOVE PO-EXPECTED-DATE TO WS-CONV-DATE.
           IF WS-CONV-MONTH < 1 OR WS-CONV-MONTH > 12
               MOVE 1 TO WS-CONV-MONTH
           END-IF.
           PERFORM DATE-TO-SERIAL.
           MOVE WS-CONV-SERIAL TO WS-IN-SERIAL (WS-IN-IDX).

      *> the entry for WS-FIND-BRANCH / WS-FIND-PRODUCT, opened at
      *> zero the first time either is seen; WS-NOT-FOUND only when
      *> the table is full
       FIND-POSITION.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-POSITION-COUNT
               IF WS-PS-BRANCH (WS-PS-IDX) = WS-FIND-BRANCH AND
                       WS-PS-PRODUCT (WS-PS-IDX) = WS-FIND-PRODUCT
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND AND WS-POSITION-COUNT < 20000
               ADD 1 TO WS-POSITION-COUNT
               SET WS-PS-IDX TO WS-POSITION-COUNT
               MOVE WS-FIND-BRANCH TO WS-PS-BRANCH (WS-PS-IDX)
               MOVE WS-FIND-PRODUCT TO WS-PS-PRODUCT (WS-PS-IDX)
               MOVE ZERO TO WS-PS-ON-HAND (WS-PS-IDX)
               MOVE ZERO TO WS-PS-ALLOCATED (WS-PS-IDX)
               MOVE ZERO TO WS-PS-BACKORDER (WS-PS-IDX)
               MOVE ZERO TO WS-PS-IN-TRANSIT (WS-PS-IDX)
               SET WS-FOUND TO TRUE
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

       END PROGRAM ATPCALC.
