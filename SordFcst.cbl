       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORDFCST.

      *> standing demand forecast for purchasing: what the standing
      *> orders (StandingOrder.txt, kept by SORDMAINT) will call for
      *> over the coming weeks, product by product and branch by
      *> branch, one column per week starting today. The weeks come
      *> from system parameter SOWEEKS (SORDFCST_WEEKS as the
      *> emergency override, default and most 8). Each active
      *> standing order is walked forward from its next delivery on
      *> its own cycle to its end date; a suspended or ended one
      *> calls for nothing. Deliveries the nightly ORDERENT STANDING
      *> run has already raised are still demand until they ship,
      *> so what is left to go out on those order lines
      *> (SalesOrder.txt) counts in the week it is due - in the
      *> first week when it is already late. A standing order whose
      *> next delivery is not a calendar day or whose cycle is not
      *> W, F or M is left out and the run ends with return code 4.
      *> Serial-day arithmetic is the EXPIRYRPT shape; stepping a
      *> date on is the PORDGEN shape.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT STANDING-ORDER-FILE
               ASSIGN TO DYNAMIC WS-STANDING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDING-STATUS.

           SELECT ORDER-FILE ASSIGN TO DYNAMIC WS-ORDER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO DYNAMIC WS-PRODUCT-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD STANDING-ORDER-FILE.
           01 STANDING-ORDER-REC.
               COPY STANDING-ORDER.

           FD ORDER-FILE.
           01 ORDER-REC.
               COPY SALES-ORDER.

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-LINE.
               COPY PRODUCT-MASTER.

           FD REPORT-FILE.
           01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      *> the demand per product and branch, week by week, sorted
      *> product then branch before anything is printed
           01 WS-FC-TABLE.
               05 WS-FC-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-FC-COUNT
                       INDEXED BY WS-FC-IDX.
                   10 WS-FC-PRODUCT PIC 9(2).
                   10 WS-FC-BRANCH PIC 9(3).
                   10 WS-FC-WEEK-QTY PIC S9(7)V99 OCCURS 8 TIMES.
                   10 WS-FC-TOTAL PIC S9(7)V99.
           01 WS-FC-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-FC-MATCH-IDX PIC 9(5) COMP.

           01 WS-PRODUCT-TABLE.
               05 WS-PM-ENTRY OCCURS 200 TIMES INDEXED BY WS-PM-IDX.
                   10 WS-PM-CODE PIC 9(2).
                   10 WS-PM-DESC PIC X(20).
           01 WS-PM-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-PM-EOF PIC A(1) VALUE "N".
           01 WS-SD-EOF PIC A(1) VALUE "N".
           01 WS-ORDER-EOF PIC A(1) VALUE "N".

      *> how many weeks ahead the forecast runs
           01 WS-WEEKS-IN PIC X(2) JUSTIFIED RIGHT.
           01 WS-WEEKS PIC 9(2) VALUE 8.
           01 WS-PARM-GET.
               COPY PARM-GET-PARM.
           01 WS-WEEK PIC 9(2).
           01 WS-WEEK-START-TABLE.
               05 WS-WEEK-START PIC 9(8) OCCURS 8 TIMES.
           01 WS-HORIZON-END PIC 9(8).

           01 WS-RUN-DATE PIC 9(8).
           01 WS-DATE-PARM.
               05 DE-DATE PIC 9(8).
               05 DE-NO-FUTURE PIC X(1).
               05 DE-EARLIEST PIC 9(8).
               05 DE-RESULT PIC X(1).
                   88 DE-VALID VALUE "V".
               05 DE-MESSAGE PIC X(30).

      *> serial-day arithmetic, the EXPIRYRPT shape
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
           01 WS-PRIOR-YEAR PIC 9(4).
           01 WS-TODAY-SERIAL PIC 9(7).

      *> ordinary calendar arithmetic for stepping a delivery date
      *> on, the PORDGEN shape
           01 WS-CUR-DATE.
               05 WS-CUR-YEAR PIC 9(4).
               05 WS-CUR-MONTH PIC 9(2).
               05 WS-CUR-DAY PIC 9(2).
           01 WS-CUR-DATE-NUM REDEFINES WS-CUR-DATE PIC 9(8).
           01 WS-MONTH-DAYS-TABLE.
               05 FILLER PIC X(24) VALUE "312831303130313130313031".
           01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
               05 WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).
           01 WS-MONTH-LIMIT PIC 9(2).
           01 WS-LEAP-REM PIC 9(4).
           01 WS-LEAP-QUOT PIC 9(4).

      *> the delivery being spread into its week
           01 WS-DEMAND-PRODUCT PIC 9(2).
           01 WS-DEMAND-BRANCH PIC 9(3).
           01 WS-DEMAND-DATE PIC 9(8).
           01 WS-DEMAND-QTY PIC S9(5)V99.
           01 WS-SD-QUANTITY PIC S9(5)V99.
           01 WS-ANCHOR-DAY PIC 9(2).
           01 WS-OPEN-QTY PIC S9(5)V99.
           01 WS-SHIPPED-QTY PIC S9(5)V99.

           01 WS-STANDING-COUNT PIC 9(5) VALUE ZERO.
           01 WS-RAISED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-BAD-COUNT PIC 9(5) VALUE ZERO.

           01 WS-CUR-PRODUCT PIC 9(2).
           01 WS-CUR-DESC PIC X(20).
           01 WS-PRODUCT-WEEKS.
               05 WS-PRODUCT-QTY PIC S9(7)V99 OCCURS 8 TIMES.
           01 WS-PRODUCT-TOTAL PIC S9(7)V99.
           01 WS-GRAND-WEEKS.
               05 WS-GRAND-QTY PIC S9(7)V99 OCCURS 8 TIMES.
           01 WS-GRAND-TOTAL PIC S9(7)V99 VALUE ZERO.
           01 WS-COL PIC 9(3).
           01 WS-WEEK-EDIT PIC -ZZZZZ9.99.
           01 WS-TOTAL-EDIT PIC -ZZZZZZ9.99.
           01 WS-COUNT-EDIT PIC ZZZZ9.
           01 WS-WEEKS-EDIT PIC Z9.
           01 WS-REPORT-LINE PIC X(132).

           01 WS-STANDING-PATH PIC X(80).
           01 WS-ORDER-PATH PIC X(80).
           01 WS-PRODUCT-MASTER-PATH PIC X(80).
           01 WS-REPORT-PATH PIC X(80).
           01 WS-STANDING-STATUS PIC X(2).
           01 WS-ORDER-STATUS PIC X(2).
           01 WS-PRODUCT-MASTER-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-STANDING-PATH FROM ENVIRONMENT "STANDING_ORDERS".
           IF WS-STANDING-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\StandingOrder.txt"
                   TO WS-STANDING-PATH
           END-IF.
           ACCEPT WS-ORDER-PATH FROM ENVIRONMENT "ORDERENT_ORDERS".
           IF WS-ORDER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SalesOrder.txt"
                   TO WS-ORDER-PATH
           END-IF.
           ACCEPT WS-PRODUCT-MASTER-PATH FROM ENVIRONMENT
               "ASSIGNTWO_PRODUCTMASTER".
           IF WS-PRODUCT-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ProductMaster.txt"
                   TO WS-PRODUCT-MASTER-PATH
           END-IF.
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "SORDFCST_REPORT".
           IF WS-REPORT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\StandingForecast.txt"
                   TO WS-REPORT-PATH
           END-IF.

           MOVE "SOWEEKS" TO PG-NAME.
           CALL "PARMGET" USING WS-PARM-GET.
           IF PG-FOUND
               MOVE PG-VALUE TO WS-WEEKS
           END-IF.
           ACCEPT WS-WEEKS-IN FROM ENVIRONMENT "SORDFCST_WEEKS".
           IF WS-WEEKS-IN NOT = SPACES
               INSPECT WS-WEEKS-IN REPLACING LEADING " " BY "0"
               IF WS-WEEKS-IN IS NUMERIC
                   MOVE WS-WEEKS-IN TO WS-WEEKS
                   DISPLAY "SORDFCST_WEEKS IS OVERRIDING SYSTEM "
                       "PARAMETER SOWEEKS"
               END-IF
           END-IF.
           IF WS-WEEKS < 1 OR WS-WEEKS > 8
               DISPLAY "FORECAST RUNS 1 TO 8 WEEKS - 8 USED"
               MOVE 8 TO WS-WEEKS
           END-IF.

      *> week 1 starts today; the horizon is the day after the last
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-CONV-DATE.
           PERFORM DATE-TO-SERIAL.
           MOVE WS-CONV-SERIAL TO WS-TODAY-SERIAL.
           MOVE WS-RUN-DATE TO WS-CUR-DATE-NUM.
           PERFORM VARYING WS-WEEK FROM 1 BY 1
                   UNTIL WS-WEEK > WS-WEEKS
               MOVE WS-CUR-DATE-NUM TO WS-WEEK-START (WS-WEEK)
               PERFORM STEP-TO-NEXT-DAY 7 TIMES
           END-PERFORM.
           MOVE WS-CUR-DATE-NUM TO WS-HORIZON-END.

           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PRODUCT-MASTER-STATUS = "00"
               PERFORM UNTIL WS-PM-EOF = "Y"
                   READ PRODUCT-MASTER-FILE
                       AT END MOVE "Y" TO WS-PM-EOF
                       NOT AT END
                           IF WS-PM-COUNT < 200
                               ADD 1 TO WS-PM-COUNT
                               SET WS-PM-IDX TO WS-PM-COUNT
                               MOVE PM-PRODUCT-CODE
                                   TO WS-PM-CODE (WS-PM-IDX)
                               MOVE PM-DESCRIPTION
                                   TO WS-PM-DESC (WS-PM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-MASTER-FILE
           END-IF.

      *> no standing order file yet just means no standing demand
           OPEN INPUT STANDING-ORDER-FILE.
           IF WS-STANDING-STATUS = "00"
               PERFORM UNTIL WS-SD-EOF = "Y"
                   READ STANDING-ORDER-FILE
                       AT END MOVE "Y" TO WS-SD-EOF
                       NOT AT END
                           IF SD-ACTIVE
                               PERFORM SPREAD-ONE-STANDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           ELSE
               IF WS-STANDING-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING STANDING ORDER FILE - "
                       "STATUS " WS-STANDING-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> deliveries already raised and not yet gone out
           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS = "00"
               PERFORM UNTIL WS-ORDER-EOF = "Y"
                   READ ORDER-FILE
                       AT END MOVE "Y" TO WS-ORDER-EOF
                       NOT AT END
                           IF SO-STANDING-NO IS NUMERIC AND
                                   SO-STANDING-NO NOT = ZERO
                               PERFORM SPREAD-ONE-RAISED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-FILE
           END-IF.

           IF WS-FC-COUNT > 1
               SORT WS-FC-ENTRY
                   ASCENDING KEY WS-FC-PRODUCT
                   ASCENDING KEY WS-FC-BRANCH
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STANDING FORECAST - STATUS "
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-WEEKS TO WS-WEEKS-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "STANDING ORDER DEMAND FOR THE " WS-WEEKS-EDIT
               " WEEKS FROM " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "PRODUCT" TO WS-REPORT-LINE (1:7).
           MOVE "BRANCH" TO WS-REPORT-LINE (23:6).
           PERFORM VARYING WS-WEEK FROM 1 BY 1
                   UNTIL WS-WEEK > WS-WEEKS
               COMPUTE WS-COL = 29 + (WS-WEEK - 1) * 10 + 2
               MOVE WS-WEEK-START (WS-WEEK)
                   TO WS-REPORT-LINE (WS-COL:8)
           END-PERFORM.
           COMPUTE WS-COL = 29 + WS-WEEKS * 10 + 6.
           MOVE "TOTAL" TO WS-REPORT-LINE (WS-COL:5).
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-FC-COUNT = ZERO
               MOVE "NO STANDING DEMAND IN THE WEEKS AHEAD"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           INITIALIZE WS-GRAND-WEEKS.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FC-COUNT
               IF WS-FC-IDX = 1 OR
                       WS-FC-PRODUCT (WS-FC-IDX) NOT = WS-CUR-PRODUCT
                   IF WS-FC-IDX > 1
                       PERFORM WRITE-PRODUCT-TOTAL
                   END-IF
                   PERFORM START-PRODUCT
               END-IF
               PERFORM WRITE-BRANCH-LINE
           END-PERFORM.
           IF WS-FC-COUNT > ZERO
               PERFORM WRITE-PRODUCT-TOTAL
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "ALL PRODUCTS" TO WS-REPORT-LINE (1:12).
           PERFORM VARYING WS-WEEK FROM 1 BY 1
                   UNTIL WS-WEEK > WS-WEEKS
               MOVE WS-GRAND-QTY (WS-WEEK) TO WS-WEEK-EDIT
               COMPUTE WS-COL = 29 + (WS-WEEK - 1) * 10
               MOVE WS-WEEK-EDIT TO WS-REPORT-LINE (WS-COL:10)
           END-PERFORM.
           MOVE WS-GRAND-TOTAL TO WS-TOTAL-EDIT.
           COMPUTE WS-COL = 29 + WS-WEEKS * 10.
           MOVE WS-TOTAL-EDIT TO WS-REPORT-LINE (WS-COL:11).
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

           MOVE WS-STANDING-COUNT TO WS-COUNT-EDIT.
           DISPLAY WS-COUNT-EDIT " ACTIVE STANDING ORDERS FORECAST".
           MOVE WS-RAISED-COUNT TO WS-COUNT-EDIT.
           DISPLAY WS-COUNT-EDIT " RAISED LINES STILL TO SHIP".
           MOVE WS-GRAND-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "TOTAL STANDING DEMAND " WS-TOTAL-EDIT.
           IF WS-BAD-COUNT > ZERO
               MOVE WS-BAD-COUNT TO WS-COUNT-EDIT
               DISPLAY WS-COUNT-EDIT " STANDING ORDERS HAVE A NEXT "
                   "DELIVERY OR CYCLE THAT CANNOT BE FOLLOWED - "
                   "LEFT OUT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> one active standing order walked forward on its cycle from
      *> its next delivery until the horizon or its end date. A
      *> delivery already past is no longer demand - the nightly run
      *> will not raise it late
       SPREAD-ONE-STANDING.
           MOVE SD-NEXT-DUE TO DE-DATE.
           MOVE "N" TO DE-NO-FUTURE.
           MOVE ZERO TO DE-EARLIEST.
           IF SD-NEXT-DUE IS NUMERIC
               CALL "DATEEDIT" USING WS-DATE-PARM
           ELSE
               MOVE "I" TO DE-RESULT
           END-IF.
           IF NOT DE-VALID OR
                   (NOT SD-WEEKLY AND NOT SD-FORTNIGHTLY
                   AND NOT SD-MONTHLY)
               DISPLAY "STANDING ORDER " SD-NUMBER " LEFT OUT"
               ADD 1 TO WS-BAD-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF SD-QUANTITY IS NUMERIC
               MOVE SD-QUANTITY TO WS-SD-QUANTITY
           ELSE
               MOVE ZERO TO WS-SD-QUANTITY
           END-IF.
           IF SD-END-DATE IS NOT NUMERIC
               MOVE ZERO TO SD-END-DATE
           END-IF.
           MOVE SD-START-DATE (7:2) TO WS-ANCHOR-DAY.
           ADD 1 TO WS-STANDING-COUNT.
           MOVE SD-NEXT-DUE TO WS-CUR-DATE-NUM.
           PERFORM UNTIL WS-CUR-DATE-NUM NOT < WS-HORIZON-END
                   OR (SD-END-DATE NOT = ZERO AND
                       WS-CUR-DATE-NUM > SD-END-DATE)
               IF WS-CUR-DATE-NUM NOT < WS-RUN-DATE
                   MOVE SD-PRODUCT TO WS-DEMAND-PRODUCT
                   MOVE SD-BRANCH TO WS-DEMAND-BRANCH
                   MOVE WS-CUR-DATE-NUM TO WS-DEMAND-DATE
                   MOVE WS-SD-QUANTITY TO WS-DEMAND-QTY
                   PERFORM ADD-DEMAND
               END-IF
               PERFORM ADVANCE-ONE-CYCLE
           END-PERFORM.

      *> a raised line counts for what is still to ship on it
       SPREAD-ONE-RAISED.
           IF NOT SO-OPEN AND NOT SO-ALLOCATED AND NOT SO-PICKING
                   AND NOT SO-PARKED
               EXIT PARAGRAPH
           END-IF.
           IF SO-SHIPPED-QTY IS NUMERIC
               MOVE SO-SHIPPED-QTY TO WS-SHIPPED-QTY
           ELSE
               MOVE ZERO TO WS-SHIPPED-QTY
           END-IF.
           COMPUTE WS-OPEN-QTY = SO-QUANTITY - WS-SHIPPED-QTY.
           IF WS-OPEN-QTY NOT > ZERO OR
                   SO-DUE-DATE NOT < WS-HORIZON-END
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RAISED-COUNT.
           MOVE SO-PRODUCT TO WS-DEMAND-PRODUCT.
           MOVE SO-BRANCH TO WS-DEMAND-BRANCH.
           IF SO-DUE-DATE < WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-DEMAND-DATE
           ELSE
               MOVE SO-DUE-DATE TO WS-DEMAND-DATE
           END-IF.
           MOVE WS-OPEN-QTY TO WS-DEMAND-QTY.
           PERFORM ADD-DEMAND.

      *> into its product and branch line, in the week its date
      *> falls in
       ADD-DEMAND.
           MOVE WS-DEMAND-DATE TO WS-CONV-DATE.
           PERFORM DATE-TO-SERIAL.
           COMPUTE WS-WEEK =
               (WS-CONV-SERIAL - WS-TODAY-SERIAL) / 7 + 1.
           IF WS-WEEK < 1 OR WS-WEEK > WS-WEEKS
               EXIT PARAGRAPH
           END-IF.
           SET WS-FC-MATCH-IDX TO ZERO.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FC-COUNT
               IF WS-FC-PRODUCT (WS-FC-IDX) = WS-DEMAND-PRODUCT AND
                       WS-FC-BRANCH (WS-FC-IDX) = WS-DEMAND-BRANCH
                   SET WS-FC-MATCH-IDX TO WS-FC-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FC-MATCH-IDX = ZERO
               IF WS-FC-COUNT >= 5000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FC-COUNT
               MOVE WS-FC-COUNT TO WS-FC-MATCH-IDX
               INITIALIZE WS-FC-ENTRY (WS-FC-MATCH-IDX)
               MOVE WS-DEMAND-PRODUCT
                   TO WS-FC-PRODUCT (WS-FC-MATCH-IDX)
               MOVE WS-DEMAND-BRANCH TO WS-FC-BRANCH (WS-FC-MATCH-IDX)
           END-IF.
           ADD WS-DEMAND-QTY
               TO WS-FC-WEEK-QTY (WS-FC-MATCH-IDX, WS-WEEK).
           ADD WS-DEMAND-QTY TO WS-FC-TOTAL (WS-FC-MATCH-IDX).

       START-PRODUCT.
           MOVE WS-FC-PRODUCT (WS-FC-IDX) TO WS-CUR-PRODUCT.
           MOVE SPACES TO WS-CUR-DESC.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-CODE (WS-PM-IDX) = WS-CUR-PRODUCT
                   MOVE WS-PM-DESC (WS-PM-IDX) TO WS-CUR-DESC
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           INITIALIZE WS-PRODUCT-WEEKS.
           MOVE ZERO TO WS-PRODUCT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-CUR-PRODUCT " " WS-CUR-DESC
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-BRANCH-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-FC-BRANCH (WS-FC-IDX) TO WS-REPORT-LINE (24:3).
           PERFORM VARYING WS-WEEK FROM 1 BY 1
                   UNTIL WS-WEEK > WS-WEEKS
               ADD WS-FC-WEEK-QTY (WS-FC-IDX, WS-WEEK)
                   TO WS-PRODUCT-QTY (WS-WEEK)
               MOVE WS-FC-WEEK-QTY (WS-FC-IDX, WS-WEEK)
                   TO WS-WEEK-EDIT
               COMPUTE WS-COL = 29 + (WS-WEEK - 1) * 10
               MOVE WS-WEEK-EDIT TO WS-REPORT-LINE (WS-COL:10)
           END-PERFORM.
           ADD WS-FC-TOTAL (WS-FC-IDX) TO WS-PRODUCT-TOTAL.
           MOVE WS-FC-TOTAL (WS-FC-IDX) TO WS-TOTAL-EDIT.
           COMPUTE WS-COL = 29 + WS-WEEKS * 10.
           MOVE WS-TOTAL-EDIT TO WS-REPORT-LINE (WS-COL:11).
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-PRODUCT-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "PRODUCT" TO WS-REPORT-LINE (4:7).
           MOVE WS-CUR-PRODUCT TO WS-REPORT-LINE (12:2).
           MOVE "TOTAL" TO WS-REPORT-LINE (15:5).
           PERFORM VARYING WS-WEEK FROM 1 BY 1
                   UNTIL WS-WEEK > WS-WEEKS
               ADD WS-PRODUCT-QTY (WS-WEEK) TO WS-GRAND-QTY (WS-WEEK)
               MOVE WS-PRODUCT-QTY (WS-WEEK) TO WS-WEEK-EDIT
               COMPUTE WS-COL = 29 + (WS-WEEK - 1) * 10
               MOVE WS-WEEK-EDIT TO WS-REPORT-LINE (WS-COL:10)
           END-PERFORM.
           ADD WS-PRODUCT-TOTAL TO WS-GRAND-TOTAL.
           MOVE WS-PRODUCT-TOTAL TO WS-TOTAL-EDIT.
           COMPUTE WS-COL = 29 + WS-WEEKS * 10.
           MOVE WS-TOTAL-EDIT TO WS-REPORT-LINE (WS-COL:11).
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *> on one cycle: a week or a fortnight of days, or a month to
      *> the standing order's own day of the month - the last day
      *> of a month too short to have it
       ADVANCE-ONE-CYCLE.
           EVALUATE TRUE
               WHEN SD-WEEKLY
                   PERFORM STEP-TO-NEXT-DAY 7 TIMES
               WHEN SD-FORTNIGHTLY
                   PERFORM STEP-TO-NEXT-DAY 14 TIMES
               WHEN OTHER
                   IF WS-CUR-MONTH < 12
                       ADD 1 TO WS-CUR-MONTH
                   ELSE
                       MOVE 1 TO WS-CUR-MONTH
                       ADD 1 TO WS-CUR-YEAR
                   END-IF
                   MOVE WS-ANCHOR-DAY TO WS-CUR-DAY
                   PERFORM SET-MONTH-LIMIT
                   IF WS-CUR-DAY > WS-MONTH-LIMIT OR
                           WS-CUR-DAY = ZERO
                       MOVE WS-MONTH-LIMIT TO WS-CUR-DAY
                   END-IF
           END-EVALUATE.

       STEP-TO-NEXT-DAY.
           PERFORM SET-MONTH-LIMIT.
           IF WS-CUR-DAY < WS-MONTH-LIMIT
               ADD 1 TO WS-CUR-DAY
           ELSE
               MOVE 1 TO WS-CUR-DAY
               IF WS-CUR-MONTH < 12
                   ADD 1 TO WS-CUR-MONTH
               ELSE
                   MOVE 1 TO WS-CUR-MONTH
                   ADD 1 TO WS-CUR-YEAR
               END-IF
           END-IF.

       SET-MONTH-LIMIT.
           MOVE WS-DAYS-IN-MONTH (WS-CUR-MONTH) TO WS-MONTH-LIMIT.
           IF WS-CUR-MONTH = 2
               DIVIDE WS-CUR-YEAR BY 4
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   DIVIDE WS-CUR-YEAR BY 100
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM NOT = 0
                       MOVE 29 TO WS-MONTH-LIMIT
                   ELSE
                       DIVIDE WS-CUR-YEAR BY 400
                           GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           MOVE 29 TO WS-MONTH-LIMIT
                       END-IF
                   END-IF
               END-IF
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

       END PROGRAM SORDFCST.
