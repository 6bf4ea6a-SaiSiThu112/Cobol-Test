       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSALES.

      *> customer sales analysis off the order book - who the best
      *> customers are, now the SELLs carry a name. What has shipped
      *> on SalesOrder.txt is taken the way CUSTINV bills it: the
      *> shipped quantity (a whole released line on a book written
      *> before dispatch confirmation) on the date it shipped, priced
      *> at the selling price in force at its branch that day (the
      *> shared PRICEFIND, else PM-SELL-PRICE). Margin is that value
      *> less the quantity at the product's standard PM-UNIT-COST -
      *> an order line does not know which card cost it left at.
      *> For the month on the command line (YYYYMM, the current
      *> month when none is given) the report shows:
      *>   each customer's quantity, value and margin by branch and
      *>     product, for the month and the year to date;
      *>   the top customers on year-to-date value - how many is
      *>     system parameter CUSTTOP, 10 unless set;
      *>   customers whose year-to-date buying is down on the same
      *>     months of last year by more than parameter CUSTDROP
      *>     percent, 25 unless set;
      *>   customers marked inactive on CustomerMaster.txt who have
      *>     order lines dated in the month or the two before it -
      *>     somebody is still taking their orders.
      *> Written to CustomerSales.txt.

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

           SELECT SALES-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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

           FD SALES-REPORT-FILE.
           01 SALES-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      *> this year's sales per customer, branch and product
           01 WS-SL-TABLE.
               05 WS-SL-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-SL-COUNT
                       INDEXED BY WS-SL-IDX.
                   10 WS-SL-CUSTOMER PIC 9(5).
                   10 WS-SL-BRANCH PIC 9(3).
                   10 WS-SL-PRODUCT PIC 9(2).
                   10 WS-SL-MTD-QTY PIC S9(7)V99.
                   10 WS-SL-MTD-VALUE PIC S9(9)V99.
                   10 WS-SL-MTD-MARGIN PIC S9(9)V99.
                   10 WS-SL-YTD-QTY PIC S9(7)V99.
                   10 WS-SL-YTD-VALUE PIC S9(9)V99.
                   10 WS-SL-YTD-MARGIN PIC S9(9)V99.
           01 WS-SL-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-SL-MATCH PIC 9(5) COMP.

      *> every customer on the master, and any on an order but not
      *> on the master, with this year's and last year's totals
           01 WS-CS-TABLE.
               05 WS-CS-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-CS-COUNT
                       INDEXED BY WS-CS-IDX.
                   10 WS-CS-CODE PIC 9(5).
                   10 WS-CS-NAME PIC X(20).
                   10 WS-CS-STATUS PIC X(1).
                   10 WS-CS-MTD-VALUE PIC S9(9)V99.
                   10 WS-CS-MTD-MARGIN PIC S9(9)V99.
                   10 WS-CS-YTD-VALUE PIC S9(9)V99.
                   10 WS-CS-YTD-MARGIN PIC S9(9)V99.
                   10 WS-CS-LY-MTD-VALUE PIC S9(9)V99.
                   10 WS-CS-LY-YTD-VALUE PIC S9(9)V99.
                   10 WS-CS-RECENT-LINES PIC 9(5).
                   10 WS-CS-LAST-ORDER PIC 9(8).
           01 WS-CS-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-CS-MATCH PIC 9(5) COMP.

           01 WS-PRODUCT-TABLE.
               05 WS-PM-ENTRY OCCURS 200 TIMES INDEXED BY WS-PM-IDX.
                   10 WS-PM-CODE PIC 9(2).
                   10 WS-PM-DESC PIC X(20).
                   10 WS-PM-COST PIC 9(5)V99.
                   10 WS-PM-SELL PIC 9(5)V99.
           01 WS-PM-COUNT PIC 9(4) COMP VALUE ZERO.

      *> the shared price lookup - the price in force on the sale's
      *> business date at the selling branch
           01 WS-PRICE-PARM.
               05 PF-PRODUCT PIC 9(2).
               05 PF-BRANCH PIC 9(3).
               05 PF-DATE PIC 9(8).
               05 PF-PRICE PIC 9(5)V99.
               05 PF-SOURCE PIC X(1).

           01 WS-PARM-GET.
               COPY PARM-GET-PARM.
           01 WS-TOP-COUNT PIC 9(3) VALUE 10.
           01 WS-DROP-PCT PIC 9(3)V99 VALUE 25.
           01 WS-TOP-IN PIC X(3) JUSTIFIED RIGHT.
           01 WS-DROP-IN PIC X(3) JUSTIFIED RIGHT.

           01 WS-ORDER-EOF PIC A(1) VALUE "N".
           01 WS-CU-EOF PIC A(1) VALUE "N".
           01 WS-PM-EOF PIC A(1) VALUE "N".
           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".

           01 WS-ARGS PIC X(20).
           01 WS-ARG-FIELDS REDEFINES WS-ARGS.
               05 WS-ARG-MONTH PIC X(6).
               05 FILLER PIC X(14).
           01 WS-TODAY PIC 9(8).

      *> the periods, all as YYYYMM: this month, the same month
      *> last year, and the first month of the recent-order window
           01 WS-RPT-YM PIC 9(6).
           01 WS-RPT-YM-PARTS REDEFINES WS-RPT-YM.
               05 WS-RPT-YEAR PIC 9(4).
               05 WS-RPT-MONTH PIC 9(2).
           01 WS-LY-YM PIC 9(6).
           01 WS-LY-YM-PARTS REDEFINES WS-LY-YM.
               05 WS-LY-YEAR PIC 9(4).
               05 WS-LY-MONTH PIC 9(2).
           01 WS-RECENT-YM PIC 9(6).
           01 WS-RECENT-YM-PARTS REDEFINES WS-RECENT-YM.
               05 WS-RECENT-YEAR PIC 9(4).
               05 WS-RECENT-MONTH PIC 9(2).
           01 WS-SALE-DATE PIC 9(8).
           01 WS-SALE-DATE-PARTS REDEFINES WS-SALE-DATE.
               05 WS-SALE-YM PIC 9(6).
               05 FILLER PIC 9(2).
           01 WS-SALE-YEAR PIC 9(4).
           01 WS-ORDER-YM PIC 9(6).

           01 WS-SHIPPED-QTY PIC S9(5)V99.
           01 WS-CUR-CUSTOMER PIC 9(5).
           01 WS-CUR-COST PIC 9(5)V99.
           01 WS-CUR-SELL PIC 9(5)V99.
           01 WS-CUR-DESC PIC X(20).
           01 WS-LINE-VALUE PIC S9(9)V99.
           01 WS-LINE-MARGIN PIC S9(9)V99.
           01 WS-IN-MTD-SW PIC X(1).
               88 WS-IN-MTD VALUE "Y".
           01 WS-IN-YTD-SW PIC X(1).
               88 WS-IN-YTD VALUE "Y".
           01 WS-IN-LY-MTD-SW PIC X(1).
               88 WS-IN-LY-MTD VALUE "Y".
           01 WS-IN-LY-YTD-SW PIC X(1).
               88 WS-IN-LY-YTD VALUE "Y".

           01 WS-PREV-CUSTOMER PIC 9(5).
           01 WS-CUST-MTD-QTY PIC S9(7)V99.
           01 WS-CUST-YTD-QTY PIC S9(7)V99.
           01 WS-DROP-CALC PIC S9(5)V99.
           01 WS-MARGIN-PCT PIC S9(5)V9.
           01 WS-RANK PIC 9(3).

           01 WS-ORDER-LINES PIC 9(7) VALUE ZERO.
           01 WS-LINES-TAKEN PIC 9(7) VALUE ZERO.
           01 WS-UNPRICED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-DROPPED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-INACTIVE-COUNT PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-MTD-VALUE PIC S9(11)V99 VALUE ZERO.
           01 WS-TOTAL-YTD-VALUE PIC S9(11)V99 VALUE ZERO.
           01 WS-TOTAL-YTD-MARGIN PIC S9(11)V99 VALUE ZERO.

           01 WS-QTY-EDIT PIC -(8)9.99.
           01 WS-QTY-EDIT2 PIC -(8)9.99.
           01 WS-VALUE-EDIT PIC -(10)9.99.
           01 WS-VALUE-EDIT2 PIC -(10)9.99.
           01 WS-VALUE-EDIT3 PIC -(10)9.99.
           01 WS-VALUE-EDIT4 PIC -(10)9.99.
           01 WS-PCT-EDIT PIC -(5)9.9.
           01 WS-DROP-EDIT PIC ZZ9.99.
           01 WS-RANK-EDIT PIC ZZ9.
           01 WS-COUNT-EDIT PIC ZZZZ9.
           01 WS-REPORT-LINE PIC X(132).

           01 WS-ORDER-PATH PIC X(80).
           01 WS-CUSTOMER-PATH PIC X(80).
           01 WS-PRODUCT-MASTER-PATH PIC X(80).
           01 WS-REPORT-PATH PIC X(80).
           01 WS-ORDER-STATUS PIC X(2).
           01 WS-CUSTOMER-STATUS PIC X(2).
           01 WS-PRODUCT-MASTER-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ARGS FROM COMMAND-LINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-ARG-MONTH IS NUMERIC
               MOVE WS-ARG-MONTH TO WS-RPT-YM
           ELSE
               COMPUTE WS-RPT-YM = WS-TODAY / 100
           END-IF.
           IF WS-RPT-MONTH < 1 OR WS-RPT-MONTH > 12
               DISPLAY "CUSTSALES: MONTH MUST BE YYYYMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RPT-YM TO WS-LY-YM.
           SUBTRACT 1 FROM WS-LY-YEAR.
           MOVE WS-RPT-YM TO WS-RECENT-YM.
           IF WS-RECENT-MONTH > 2
               SUBTRACT 2 FROM WS-RECENT-MONTH
           ELSE
               ADD 10 TO WS-RECENT-MONTH
               SUBTRACT 1 FROM WS-RECENT-YEAR
           END-IF.

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
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "CUSTSALES_REPORT".
           IF WS-REPORT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CustomerSales.txt"
                   TO WS-REPORT-PATH
           END-IF.

      *> the thresholds off the parameter master, each with its own
      *> environment variable as the emergency override
           MOVE "CUSTTOP" TO PG-NAME.
           CALL "PARMGET" USING WS-PARM-GET.
           IF PG-FOUND
               MOVE PG-VALUE TO WS-TOP-COUNT
           END-IF.
           ACCEPT WS-TOP-IN FROM ENVIRONMENT "CUSTSALES_TOP".
           IF WS-TOP-IN NOT = SPACES
               INSPECT WS-TOP-IN REPLACING LEADING " " BY "0"
               IF WS-TOP-IN IS NUMERIC
                   MOVE WS-TOP-IN TO WS-TOP-COUNT
                   DISPLAY "CUSTSALES_TOP IS OVERRIDING SYSTEM "
                       "PARAMETER CUSTTOP"
               END-IF
           END-IF.
           MOVE "CUSTDROP" TO PG-NAME.
           CALL "PARMGET" USING WS-PARM-GET.
           IF PG-FOUND
               MOVE PG-VALUE TO WS-DROP-PCT
           END-IF.
           ACCEPT WS-DROP-IN FROM ENVIRONMENT "CUSTSALES_DROP_PCT".
           IF WS-DROP-IN NOT = SPACES
               INSPECT WS-DROP-IN REPLACING LEADING " " BY "0"
               IF WS-DROP-IN IS NUMERIC
                   MOVE WS-DROP-IN TO WS-DROP-PCT
                   DISPLAY "CUSTSALES_DROP_PCT IS OVERRIDING SYSTEM "
                       "PARAMETER CUSTDROP"
               END-IF
           END-IF.

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
                       IF WS-CS-COUNT < 2000
                           ADD 1 TO WS-CS-COUNT
                           MOVE WS-CS-COUNT TO WS-CS-MATCH
                           MOVE CU-CODE TO WS-CUR-CUSTOMER
                           PERFORM OPEN-CUSTOMER-ENTRY
                           MOVE CU-NAME TO WS-CS-NAME (WS-CS-MATCH)
                           MOVE CU-STATUS TO WS-CS-STATUS (WS-CS-MATCH)
                       END-IF
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
                       IF WS-PM-COUNT < 200
                           ADD 1 TO WS-PM-COUNT
                           SET WS-PM-IDX TO WS-PM-COUNT
                           MOVE PM-PRODUCT-CODE
                               TO WS-PM-CODE (WS-PM-IDX)
                           MOVE PM-DESCRIPTION
                               TO WS-PM-DESC (WS-PM-IDX)
                           MOVE PM-UNIT-COST TO WS-PM-COST (WS-PM-IDX)
                           IF PM-SELL-PRICE IS NUMERIC
                               MOVE PM-SELL-PRICE
                                   TO WS-PM-SELL (WS-PM-IDX)
                           ELSE
                               MOVE ZERO TO WS-PM-SELL (WS-PM-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-MASTER-FILE.

           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "NO SALES ORDER FILE - NOTHING TO ANALYSE"
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-ORDER-EOF = "Y"
               READ ORDER-FILE
                   AT END MOVE "Y" TO WS-ORDER-EOF
                   NOT AT END
                       ADD 1 TO WS-ORDER-LINES
                       PERFORM TAKE-ONE-ORDER-LINE
               END-READ
           END-PERFORM.
           CLOSE ORDER-FILE.

           OPEN OUTPUT SALES-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CUSTOMER SALES REPORT - STATUS "
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CUSTOMER SALES ANALYSIS FOR " WS-RPT-YM
               " - YEAR TO DATE FROM " WS-RPT-YEAR "01"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.

           IF WS-SL-COUNT > 1
               SORT WS-SL-ENTRY
                   ASCENDING KEY WS-SL-CUSTOMER
                   ASCENDING KEY WS-SL-BRANCH
                   ASCENDING KEY WS-SL-PRODUCT
           END-IF.
           IF WS-CS-COUNT > 1
               SORT WS-CS-ENTRY
                   ASCENDING KEY WS-CS-CODE
           END-IF.
           PERFORM WRITE-CUSTOMER-SECTION.
           PERFORM WRITE-TOP-CUSTOMERS.
           IF WS-CS-COUNT > 1
               SORT WS-CS-ENTRY
                   ASCENDING KEY WS-CS-CODE
           END-IF.
           PERFORM WRITE-DROPPED-CUSTOMERS.
           PERFORM WRITE-INACTIVE-CUSTOMERS.
           CLOSE SALES-REPORT-FILE.

           DISPLAY "CUSTOMER SALES ANALYSIS FOR " WS-RPT-YM " - "
               WS-LINES-TAKEN " OF " WS-ORDER-LINES
               " ORDER LINES IN THE PERIODS".
           IF WS-UNPRICED-COUNT > ZERO
               DISPLAY WS-UNPRICED-COUNT " SHIPPED LINES HAD NO "
                   "SELLING PRICE IN FORCE - VALUED AT ZERO"
           END-IF.
           IF WS-DROPPED-COUNT > ZERO
               DISPLAY WS-DROPPED-COUNT " CUSTOMERS BUYING LESS THAN "
                   "LAST YEAR"
           END-IF.
      *> orders still being taken for a customer the master says has
      *> stopped trading is somebody else's mistake to chase
           IF WS-INACTIVE-COUNT > ZERO
               DISPLAY WS-INACTIVE-COUNT " INACTIVE CUSTOMERS WITH "
                   "RECENT ORDERS"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> one order line: whatever it shipped in this year's or last
      *> year's periods is valued, and any line not cancelled dated
      *> in the recent window counts against an inactive customer
       TAKE-ONE-ORDER-LINE.
           MOVE SO-CUSTOMER TO WS-CUR-CUSTOMER.
           IF NOT SO-CANCELLED AND SO-ORDER-DATE IS NUMERIC
               COMPUTE WS-ORDER-YM = SO-ORDER-DATE / 100
               IF WS-ORDER-YM NOT < WS-RECENT-YM AND
                       WS-ORDER-YM NOT > WS-RPT-YM
                   PERFORM FIND-CUSTOMER
                   ADD 1 TO WS-CS-RECENT-LINES (WS-CS-MATCH)
                   IF SO-ORDER-DATE > WS-CS-LAST-ORDER (WS-CS-MATCH)
                       MOVE SO-ORDER-DATE
                           TO WS-CS-LAST-ORDER (WS-CS-MATCH)
                   END-IF
               END-IF
           END-IF.

      *> what shipped, the CUSTINV way - a book written before
      *> dispatch confirmation has no shipped quantity: its released
      *> lines went out in full
           IF SO-SHIPPED-QTY IS NUMERIC
               MOVE SO-SHIPPED-QTY TO WS-SHIPPED-QTY
           ELSE
               IF SO-RELEASED
                   MOVE SO-QUANTITY TO WS-SHIPPED-QTY
               ELSE
                   MOVE ZERO TO WS-SHIPPED-QTY
               END-IF
           END-IF.
           IF WS-SHIPPED-QTY NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN SO-SHIP-DATE IS NUMERIC AND
                       SO-SHIP-DATE NOT = ZERO
                   MOVE SO-SHIP-DATE TO WS-SALE-DATE
               WHEN SO-RELEASE-DATE IS NUMERIC AND
                       SO-RELEASE-DATE NOT = ZERO
                   MOVE SO-RELEASE-DATE TO WS-SALE-DATE
               WHEN OTHER
                   MOVE SO-DUE-DATE TO WS-SALE-DATE
           END-EVALUATE.

           MOVE "N" TO WS-IN-MTD-SW.
           MOVE "N" TO WS-IN-YTD-SW.
           MOVE "N" TO WS-IN-LY-MTD-SW.
           MOVE "N" TO WS-IN-LY-YTD-SW.
           COMPUTE WS-SALE-YEAR = WS-SALE-YM / 100.
           IF WS-SALE-YEAR = WS-RPT-YEAR AND
                   WS-SALE-YM NOT > WS-RPT-YM
               MOVE "Y" TO WS-IN-YTD-SW
               IF WS-SALE-YM = WS-RPT-YM
                   MOVE "Y" TO WS-IN-MTD-SW
               END-IF
           END-IF.
           IF WS-SALE-YEAR = WS-LY-YEAR AND
                   WS-SALE-YM NOT > WS-LY-YM
               MOVE "Y" TO WS-IN-LY-YTD-SW
               IF WS-SALE-YM = WS-LY-YM
                   MOVE "Y" TO WS-IN-LY-MTD-SW
               END-IF
           END-IF.
           IF NOT WS-IN-YTD AND NOT WS-IN-LY-YTD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LINES-TAKEN.

           MOVE ZERO TO WS-CUR-COST.
           MOVE ZERO TO WS-CUR-SELL.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-CODE (WS-PM-IDX) = SO-PRODUCT
                   MOVE WS-PM-COST (WS-PM-IDX) TO WS-CUR-COST
                   MOVE WS-PM-SELL (WS-PM-IDX) TO WS-CUR-SELL
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE SO-PRODUCT TO PF-PRODUCT.
           MOVE SO-BRANCH TO PF-BRANCH.
           MOVE WS-SALE-DATE TO PF-DATE.
           MOVE WS-CUR-SELL TO PF-PRICE.
           CALL "PRICEFIND" USING WS-PRICE-PARM.
           MOVE PF-PRICE TO WS-CUR-SELL.
           IF WS-CUR-SELL = ZERO
               ADD 1 TO WS-UNPRICED-COUNT
           END-IF.
           COMPUTE WS-LINE-VALUE ROUNDED =
               WS-SHIPPED-QTY * WS-CUR-SELL
               ON SIZE ERROR MOVE ZERO TO WS-LINE-VALUE
           END-COMPUTE.
           COMPUTE WS-LINE-MARGIN ROUNDED =
               WS-LINE-VALUE - WS-SHIPPED-QTY * WS-CUR-COST
               ON SIZE ERROR MOVE ZERO TO WS-LINE-MARGIN
           END-COMPUTE.

           PERFORM FIND-CUSTOMER.
           IF WS-IN-LY-YTD
               ADD WS-LINE-VALUE TO WS-CS-LY-YTD-VALUE (WS-CS-MATCH)
               IF WS-IN-LY-MTD
                   ADD WS-LINE-VALUE
                       TO WS-CS-LY-MTD-VALUE (WS-CS-MATCH)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD WS-LINE-VALUE TO WS-CS-YTD-VALUE (WS-CS-MATCH).
           ADD WS-LINE-MARGIN TO WS-CS-YTD-MARGIN (WS-CS-MATCH).
           PERFORM FIND-SALES-LINE.
           ADD WS-SHIPPED-QTY TO WS-SL-YTD-QTY (WS-SL-MATCH).
           ADD WS-LINE-VALUE TO WS-SL-YTD-VALUE (WS-SL-MATCH).
           ADD WS-LINE-MARGIN TO WS-SL-YTD-MARGIN (WS-SL-MATCH).
           IF WS-IN-MTD
               ADD WS-LINE-VALUE TO WS-CS-MTD-VALUE (WS-CS-MATCH)
               ADD WS-LINE-MARGIN TO WS-CS-MTD-MARGIN (WS-CS-MATCH)
               ADD WS-SHIPPED-QTY TO WS-SL-MTD-QTY (WS-SL-MATCH)
               ADD WS-LINE-VALUE TO WS-SL-MTD-VALUE (WS-SL-MATCH)
               ADD WS-LINE-MARGIN TO WS-SL-MTD-MARGIN (WS-SL-MATCH)
           END-IF.

      *> a customer on an order but no longer on the master still
      *> bought the goods - it is reported under its code alone
       FIND-CUSTOMER.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-COUNT
               IF WS-CS-CODE (WS-CS-IDX) = WS-CUR-CUSTOMER
                   SET WS-FOUND TO TRUE
                   MOVE WS-CS-IDX TO WS-CS-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-CS-COUNT < 2000
               ADD 1 TO WS-CS-COUNT
           END-IF.
           MOVE WS-CS-COUNT TO WS-CS-MATCH.
           PERFORM OPEN-CUSTOMER-ENTRY.
           MOVE "(NOT ON MASTER)" TO WS-CS-NAME (WS-CS-MATCH).
           MOVE "A" TO WS-CS-STATUS (WS-CS-MATCH).

       OPEN-CUSTOMER-ENTRY.
           MOVE WS-CUR-CUSTOMER TO WS-CS-CODE (WS-CS-MATCH).
           MOVE ZERO TO WS-CS-MTD-VALUE (WS-CS-MATCH).
           MOVE ZERO TO WS-CS-MTD-MARGIN (WS-CS-MATCH).
           MOVE ZERO TO WS-CS-YTD-VALUE (WS-CS-MATCH).
           MOVE ZERO TO WS-CS-YTD-MARGIN (WS-CS-MATCH).
           MOVE ZERO TO WS-CS-LY-MTD-VALUE (WS-CS-MATCH).
           MOVE ZERO TO WS-CS-LY-YTD-VALUE (WS-CS-MATCH).
           MOVE ZERO TO WS-CS-RECENT-LINES (WS-CS-MATCH).
           MOVE ZERO TO WS-CS-LAST-ORDER (WS-CS-MATCH).

       FIND-SALES-LINE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                   UNTIL WS-SL-IDX > WS-SL-COUNT
               IF WS-SL-CUSTOMER (WS-SL-IDX) = WS-CUR-CUSTOMER AND
                       WS-SL-BRANCH (WS-SL-IDX) = SO-BRANCH AND
                       WS-SL-PRODUCT (WS-SL-IDX) = SO-PRODUCT
                   SET WS-FOUND TO TRUE
                   MOVE WS-SL-IDX TO WS-SL-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-SL-COUNT < 5000
               ADD 1 TO WS-SL-COUNT
           END-IF.
           MOVE WS-SL-COUNT TO WS-SL-MATCH.
           MOVE WS-CUR-CUSTOMER TO WS-SL-CUSTOMER (WS-SL-MATCH).
           MOVE SO-BRANCH TO WS-SL-BRANCH (WS-SL-MATCH).
           MOVE SO-PRODUCT TO WS-SL-PRODUCT (WS-SL-MATCH).
           MOVE ZERO TO WS-SL-MTD-QTY (WS-SL-MATCH).
           MOVE ZERO TO WS-SL-MTD-VALUE (WS-SL-MATCH).
           MOVE ZERO TO WS-SL-MTD-MARGIN (WS-SL-MATCH).
           MOVE ZERO TO WS-SL-YTD-QTY (WS-SL-MATCH).
           MOVE ZERO TO WS-SL-YTD-VALUE (WS-SL-MATCH).
           MOVE ZERO TO WS-SL-YTD-MARGIN (WS-SL-MATCH).

      *> each customer who bought this year, a line per branch and
      *> product and a customer total at the break
       WRITE-CUSTOMER-SECTION.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  BR  PR DESCRIPTION            MONTH QTY"
               "   MONTH VALUE  MONTH MARGIN"
               "     YTD QTY     YTD VALUE    YTD MARGIN"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE ZERO TO WS-PREV-CUSTOMER.
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                   UNTIL WS-SL-IDX > WS-SL-COUNT
               IF WS-SL-CUSTOMER (WS-SL-IDX) NOT = WS-PREV-CUSTOMER
                   IF WS-PREV-CUSTOMER NOT = ZERO
                       PERFORM WRITE-CUSTOMER-TOTAL
                   END-IF
                   MOVE WS-SL-CUSTOMER (WS-SL-IDX) TO WS-PREV-CUSTOMER
                   PERFORM WRITE-CUSTOMER-HEADING
               END-IF
               PERFORM WRITE-ONE-SALES-LINE
           END-PERFORM.
           IF WS-PREV-CUSTOMER NOT = ZERO
               PERFORM WRITE-CUSTOMER-TOTAL
           END-IF.

       WRITE-CUSTOMER-HEADING.
           MOVE WS-PREV-CUSTOMER TO WS-CUR-CUSTOMER.
           PERFORM FIND-CUSTOMER.
           MOVE ZERO TO WS-CUST-MTD-QTY.
           MOVE ZERO TO WS-CUST-YTD-QTY.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-CS-STATUS (WS-CS-MATCH) = "I"
               STRING "CUSTOMER " WS-CS-CODE (WS-CS-MATCH) " "
                   WS-CS-NAME (WS-CS-MATCH)
                   "  *** INACTIVE ON CUSTOMER MASTER"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "CUSTOMER " WS-CS-CODE (WS-CS-MATCH) " "
                   WS-CS-NAME (WS-CS-MATCH)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           PERFORM PUT-LINE.

       WRITE-ONE-SALES-LINE.
           MOVE "NOT ON PRODUCT MASTER" TO WS-CUR-DESC.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-CODE (WS-PM-IDX) = WS-SL-PRODUCT (WS-SL-IDX)
                   MOVE WS-PM-DESC (WS-PM-IDX) TO WS-CUR-DESC
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-SL-MTD-QTY (WS-SL-IDX) TO WS-QTY-EDIT.
           MOVE WS-SL-MTD-VALUE (WS-SL-IDX) TO WS-VALUE-EDIT.
           MOVE WS-SL-MTD-MARGIN (WS-SL-IDX) TO WS-VALUE-EDIT2.
           MOVE WS-SL-YTD-QTY (WS-SL-IDX) TO WS-QTY-EDIT2.
           MOVE WS-SL-YTD-VALUE (WS-SL-IDX) TO WS-VALUE-EDIT3.
           MOVE WS-SL-YTD-MARGIN (WS-SL-IDX) TO WS-VALUE-EDIT4.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-SL-BRANCH (WS-SL-IDX) " "
               WS-SL-PRODUCT (WS-SL-IDX) " " WS-CUR-DESC
               WS-QTY-EDIT WS-VALUE-EDIT WS-VALUE-EDIT2
               WS-QTY-EDIT2 WS-VALUE-EDIT3 WS-VALUE-EDIT4
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           ADD WS-SL-MTD-QTY (WS-SL-IDX) TO WS-CUST-MTD-QTY.
           ADD WS-SL-YTD-QTY (WS-SL-IDX) TO WS-CUST-YTD-QTY.

       WRITE-CUSTOMER-TOTAL.
           MOVE WS-CUST-MTD-QTY TO WS-QTY-EDIT.
           MOVE WS-CS-MTD-VALUE (WS-CS-MATCH) TO WS-VALUE-EDIT.
           MOVE WS-CS-MTD-MARGIN (WS-CS-MATCH) TO WS-VALUE-EDIT2.
           MOVE WS-CUST-YTD-QTY TO WS-QTY-EDIT2.
           MOVE WS-CS-YTD-VALUE (WS-CS-MATCH) TO WS-VALUE-EDIT3.
           MOVE WS-CS-YTD-MARGIN (WS-CS-MATCH) TO WS-VALUE-EDIT4.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "         CUSTOMER TOTAL      "
               WS-QTY-EDIT WS-VALUE-EDIT WS-VALUE-EDIT2
               WS-QTY-EDIT2 WS-VALUE-EDIT3 WS-VALUE-EDIT4
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           ADD WS-CS-MTD-VALUE (WS-CS-MATCH) TO WS-TOTAL-MTD-VALUE.
           ADD WS-CS-YTD-VALUE (WS-CS-MATCH) TO WS-TOTAL-YTD-VALUE.
           ADD WS-CS-YTD-MARGIN (WS-CS-MATCH) TO WS-TOTAL-YTD-MARGIN.

      *> best customers first on the year's value, the code
      *> breaking a tie
       WRITE-TOP-CUSTOMERS.
           IF WS-CS-COUNT > 1
               SORT WS-CS-ENTRY
                   DESCENDING KEY WS-CS-YTD-VALUE
                   ASCENDING KEY WS-CS-CODE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE WS-TOP-COUNT TO WS-RANK-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOP " WS-RANK-EDIT " CUSTOMERS ON YEAR-TO-DATE VALUE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RANK CUST  NAME                     YTD VALUE"
               "    YTD MARGIN MARGIN %   MONTH VALUE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE ZERO TO WS-RANK.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-COUNT
                   OR WS-RANK NOT < WS-TOP-COUNT
               IF WS-CS-YTD-VALUE (WS-CS-IDX) NOT > ZERO
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-RANK
               MOVE WS-RANK TO WS-RANK-EDIT
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-CS-YTD-MARGIN (WS-CS-IDX) * 100
                   / WS-CS-YTD-VALUE (WS-CS-IDX)
                   ON SIZE ERROR MOVE ZERO TO WS-MARGIN-PCT
               END-COMPUTE
               MOVE WS-MARGIN-PCT TO WS-PCT-EDIT
               MOVE WS-CS-YTD-VALUE (WS-CS-IDX) TO WS-VALUE-EDIT
               MOVE WS-CS-YTD-MARGIN (WS-CS-IDX) TO WS-VALUE-EDIT2
               MOVE WS-CS-MTD-VALUE (WS-CS-IDX) TO WS-VALUE-EDIT3
               MOVE SPACES TO WS-REPORT-LINE
               STRING " " WS-RANK-EDIT " " WS-CS-CODE (WS-CS-IDX)
                   " " WS-CS-NAME (WS-CS-IDX) " "
                   WS-VALUE-EDIT WS-VALUE-EDIT2 " " WS-PCT-EDIT
                   WS-VALUE-EDIT3
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM PUT-LINE
           END-PERFORM.
           MOVE WS-TOTAL-YTD-VALUE TO WS-VALUE-EDIT.
           MOVE WS-TOTAL-YTD-MARGIN TO WS-VALUE-EDIT2.
           MOVE WS-TOTAL-MTD-VALUE TO WS-VALUE-EDIT3.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "     ALL CUSTOMERS              "
               WS-VALUE-EDIT WS-VALUE-EDIT2 "         "
               WS-VALUE-EDIT3
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.

      *> a customer who bought last year and nothing this year is
      *> down the full hundred percent - the one most worth a call
       WRITE-DROPPED-CUSTOMERS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE WS-DROP-PCT TO WS-DROP-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CUSTOMERS WHOSE YEAR-TO-DATE BUYING IS DOWN MORE "
               "THAN " WS-DROP-EDIT " PERCENT ON LAST YEAR"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CUST  NAME                 LAST YEAR YTD"
               " THIS YEAR YTD   DROP % LAST YR MONTH    THIS MONTH"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-COUNT
               IF WS-CS-LY-YTD-VALUE (WS-CS-IDX) > ZERO
                   COMPUTE WS-DROP-CALC ROUNDED =
                       (WS-CS-LY-YTD-VALUE (WS-CS-IDX)
                        - WS-CS-YTD-VALUE (WS-CS-IDX)) * 100
                       / WS-CS-LY-YTD-VALUE (WS-CS-IDX)
                       ON SIZE ERROR MOVE ZERO TO WS-DROP-CALC
                   END-COMPUTE
                   IF WS-DROP-CALC > WS-DROP-PCT
                       PERFORM WRITE-ONE-DROPPED-CUSTOMER
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DROPPED-COUNT = ZERO
               MOVE "    NONE" TO WS-REPORT-LINE
               PERFORM PUT-LINE
           END-IF.

       WRITE-ONE-DROPPED-CUSTOMER.
           ADD 1 TO WS-DROPPED-COUNT.
           MOVE WS-CS-LY-YTD-VALUE (WS-CS-IDX) TO WS-VALUE-EDIT.
           MOVE WS-CS-YTD-VALUE (WS-CS-IDX) TO WS-VALUE-EDIT2.
           MOVE WS-DROP-CALC TO WS-PCT-EDIT.
           MOVE WS-CS-LY-MTD-VALUE (WS-CS-IDX) TO WS-VALUE-EDIT3.
           MOVE WS-CS-MTD-VALUE (WS-CS-IDX) TO WS-VALUE-EDIT4.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-CS-CODE (WS-CS-IDX) " " WS-CS-NAME (WS-CS-IDX)
               WS-VALUE-EDIT WS-VALUE-EDIT2 " " WS-PCT-EDIT
               WS-VALUE-EDIT3 WS-VALUE-EDIT4
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.

       WRITE-INACTIVE-CUSTOMERS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "INACTIVE CUSTOMERS WITH ORDERS DATED SINCE "
               WS-RECENT-YM "01"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE "CUST  NAME                  LAST ORDER  LINES"
               TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-COUNT
               IF WS-CS-STATUS (WS-CS-IDX) = "I" AND
                       WS-CS-RECENT-LINES (WS-CS-IDX) > ZERO
                   ADD 1 TO WS-INACTIVE-COUNT
                   MOVE WS-CS-RECENT-LINES (WS-CS-IDX)
                       TO WS-COUNT-EDIT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING WS-CS-CODE (WS-CS-IDX) " "
                       WS-CS-NAME (WS-CS-IDX) "  "
                       WS-CS-LAST-ORDER (WS-CS-IDX) "    "
                       WS-COUNT-EDIT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM PUT-LINE
               END-IF
           END-PERFORM.
           IF WS-INACTIVE-COUNT = ZERO
               MOVE "    NONE" TO WS-REPORT-LINE
               PERFORM PUT-LINE
           END-IF.

       PUT-LINE.
           MOVE WS-REPORT-LINE TO SALES-REPORT-LINE.
           WRITE SALES-REPORT-LINE.

       END PROGRAM CUSTSALES.
