       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBSTRPT.

      *> substitution analysis for purchasing: walks the sales order
      *> book (SalesOrder.txt) for the lines ORDERENT switched to a
      *> substitute because the product ordered was short, and
      *> ranks the products ordered by how often they had to be
      *> substituted - the most often first - with the quantity
      *> that went out as something else and, under each, which
      *> substitutes stood in and how often. A product near the top
      *> is one the buyers are not keeping in stock. Orders taken in
      *> a date range only when start and end are given on the
      *> command line as YYYYMMDD YYYYMMDD (the CATCHUP convention);
      *> the whole book otherwise. Cancelled lines are left out.
      *> Written to SubstReport.txt and echoed to the screen.

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

           SELECT SUBST-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ORDER-FILE.
           01 ORDER-REC.
               COPY SALES-ORDER.

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-LINE.
               COPY PRODUCT-MASTER.

           FD SUBST-REPORT-FILE.
           01 SUBST-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
      *> substituted lines totalled per product ordered
           01 WS-ORDERED-TABLE.
               05 WS-OR-ENTRY OCCURS 100 TIMES INDEXED BY WS-OR-IDX.
                   10 WS-OR-PRODUCT PIC 9(2).
                   10 WS-OR-LINES PIC 9(5).
                   10 WS-OR-QTY PIC S9(8)V99.
           01 WS-ORDERED-COUNT PIC 9(4) COMP VALUE ZERO.

      *> and per product ordered and the substitute that went out
           01 WS-PAIR-TABLE.
               05 WS-PR-ENTRY OCCURS 500 TIMES INDEXED BY WS-PR-IDX.
                   10 WS-PR-PRODUCT PIC 9(2).
                   10 WS-PR-SUBSTITUTE PIC 9(2).
                   10 WS-PR-LINES PIC 9(5).
                   10 WS-PR-QTY PIC S9(8)V99.
           01 WS-PAIR-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-PRODUCT-TABLE.
               05 WS-PM-ENTRY OCCURS 200 TIMES INDEXED BY WS-PM-IDX.
                   10 WS-PM-CODE PIC 9(2).
                   10 WS-PM-DESC PIC X(20).
           01 WS-PM-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-PM-EOF PIC A(1) VALUE "N".

           01 WS-ORDER-EOF PIC A(1) VALUE "N".
           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".

           01 WS-ARGS PIC X(20).
           01 WS-ARG-FIELDS REDEFINES WS-ARGS.
               05 WS-START-DATE PIC X(8).
               05 FILLER PIC X(1).
               05 WS-END-DATE PIC X(8).
               05 FILLER PIC X(3).
           01 WS-START-DATE-NUM PIC 9(8).
           01 WS-END-DATE-NUM PIC 9(8).

           01 WS-LINES-READ PIC 9(6) VALUE ZERO.
           01 WS-SUBST-LINES PIC 9(6) VALUE ZERO.
           01 WS-LINE-QTY PIC S9(5)V99.
           01 WS-RANK PIC 9(3).

           01 WS-SORT-IDX1 PIC 9(4) COMP.
           01 WS-SORT-IDX2 PIC 9(4) COMP.
           01 WS-SORT-TEMP.
               05 WS-ST-PRODUCT PIC 9(2).
               05 WS-ST-LINES PIC 9(5).
               05 WS-ST-QTY PIC S9(8)V99.

           01 WS-LOOKUP-PRODUCT PIC 9(2).
           01 WS-CUR-DESC PIC X(20).
           01 WS-QTY-EDIT PIC -Z(7)9.99.
           01 WS-LINES-EDIT PIC ZZZZ9.
           01 WS-REPORT-LINE PIC X(100).

           01 WS-ORDER-PATH PIC X(80).
           01 WS-PRODUCT-MASTER-PATH PIC X(80).
           01 WS-REPORT-PATH PIC X(80).
           01 WS-ORDER-STATUS PIC X(2).
           01 WS-PRODUCT-MASTER-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ARGS FROM COMMAND-LINE.
           IF WS-START-DATE IS NUMERIC AND WS-END-DATE IS NUMERIC
               MOVE WS-START-DATE TO WS-START-DATE-NUM
               MOVE WS-END-DATE TO WS-END-DATE-NUM
           ELSE
               MOVE ZERO TO WS-START-DATE-NUM
               MOVE 99999999 TO WS-END-DATE-NUM
           END-IF.
           IF WS-START-DATE-NUM > WS-END-DATE-NUM
               DISPLAY "SUBSTRPT: START DATE IS AFTER END DATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "SUBSTRPT_REPORT".
           IF WS-REPORT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SubstReport.txt"
                   TO WS-REPORT-PATH
           END-IF.

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

           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SALES ORDER FILE - STATUS "
                   WS-ORDER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-ORDER-EOF = "Y"
               READ ORDER-FILE
                   AT END MOVE "Y" TO WS-ORDER-EOF
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
      *> a book written before substitutes carries no column
                       IF SO-SUBST-FOR IS NUMERIC AND
                               SO-SUBST-FOR NOT = ZERO AND
                               NOT SO-CANCELLED AND
                               SO-ORDER-DATE NOT < WS-START-DATE-NUM
                               AND SO-ORDER-DATE
                                   NOT > WS-END-DATE-NUM
                           PERFORM TALLY-ONE-SUBSTITUTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDER-FILE.

           IF WS-SUBST-LINES = ZERO
               DISPLAY "NO SUBSTITUTED LINES FOUND - "
                   WS-LINES-READ " ORDER LINES READ"
               STOP RUN
           END-IF.

      *> most often substituted first; product order among equals
           PERFORM VARYING WS-SORT-IDX1 FROM 1 BY 1
                   UNTIL WS-SORT-IDX1 > WS-ORDERED-COUNT
               PERFORM VARYING WS-SORT-IDX2 FROM WS-SORT-IDX1 BY 1
                       UNTIL WS-SORT-IDX2 > WS-ORDERED-COUNT
                   IF WS-OR-LINES (WS-SORT-IDX2) >
                           WS-OR-LINES (WS-SORT-IDX1)
                       OR (WS-OR-LINES (WS-SORT-IDX2) =
                           WS-OR-LINES (WS-SORT-IDX1)
                           AND WS-OR-PRODUCT (WS-SORT-IDX2) <
                           WS-OR-PRODUCT (WS-SORT-IDX1))
                       MOVE WS-OR-ENTRY (WS-SORT-IDX1)
                           TO WS-SORT-TEMP
                       MOVE WS-OR-ENTRY (WS-SORT-IDX2)
                           TO WS-OR-ENTRY (WS-SORT-IDX1)
                       MOVE WS-SORT-TEMP
                           TO WS-OR-ENTRY (WS-SORT-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

           OPEN OUTPUT SUBST-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SUBSTITUTION REPORT - STATUS "
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-START-DATE-NUM = ZERO
               MOVE "PRODUCTS MOST OFTEN SUBSTITUTED - WHOLE ORDER BOOK"
                   TO WS-REPORT-LINE
           ELSE
               STRING "PRODUCTS MOST OFTEN SUBSTITUTED - ORDERS TAKEN "
                   WS-START-DATE-NUM " TO " WS-END-DATE-NUM
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RANK PRODUCT ORDERED               LINES"
               "      QUANTITY"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE ZERO TO WS-RANK.
           PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                   UNTIL WS-OR-IDX > WS-ORDERED-COUNT
               ADD 1 TO WS-RANK
               MOVE WS-OR-PRODUCT (WS-OR-IDX) TO WS-LOOKUP-PRODUCT
               PERFORM FIND-DESCRIPTION
               MOVE WS-OR-LINES (WS-OR-IDX) TO WS-LINES-EDIT
               MOVE WS-OR-QTY (WS-OR-IDX) TO WS-QTY-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING " " WS-RANK "  " WS-OR-PRODUCT (WS-OR-IDX)
                   " " WS-CUR-DESC
                   "      " WS-LINES-EDIT
                   "  " WS-QTY-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                       UNTIL WS-PR-IDX > WS-PAIR-COUNT
                   IF WS-PR-PRODUCT (WS-PR-IDX)
                           = WS-OR-PRODUCT (WS-OR-IDX)
                       MOVE WS-PR-SUBSTITUTE (WS-PR-IDX)
                           TO WS-LOOKUP-PRODUCT
                       PERFORM FIND-DESCRIPTION
                       MOVE WS-PR-LINES (WS-PR-IDX) TO WS-LINES-EDIT
                       MOVE WS-PR-QTY (WS-PR-IDX) TO WS-QTY-EDIT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "        BY " WS-PR-SUBSTITUTE (WS-PR-IDX)
                           " " WS-CUR-DESC
                           " " WS-LINES-EDIT
                           "  " WS-QTY-EDIT
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       END-STRING
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE SUBST-REPORT-FILE.

           DISPLAY WS-SUBST-LINES " SUBSTITUTED LINES OUT OF "
               WS-LINES-READ " ORDER LINES READ".
           STOP RUN.

      *> what went out in place of the product ordered: the line's
      *> full quantity, shipped or still to ship
       TALLY-ONE-SUBSTITUTION.
           ADD 1 TO WS-SUBST-LINES.
           MOVE SO-QUANTITY TO WS-LINE-QTY.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                   UNTIL WS-OR-IDX > WS-ORDERED-COUNT
               IF WS-OR-PRODUCT (WS-OR-IDX) = SO-SUBST-FOR
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               IF WS-ORDERED-COUNT >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ORDERED-COUNT
               SET WS-OR-IDX TO WS-ORDERED-COUNT
               MOVE SO-SUBST-FOR TO WS-OR-PRODUCT (WS-OR-IDX)
               MOVE ZERO TO WS-OR-LINES (WS-OR-IDX)
               MOVE ZERO TO WS-OR-QTY (WS-OR-IDX)
           END-IF.
           ADD 1 TO WS-OR-LINES (WS-OR-IDX).
           ADD WS-LINE-QTY TO WS-OR-QTY (WS-OR-IDX).

           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PAIR-COUNT
               IF WS-PR-PRODUCT (WS-PR-IDX) = SO-SUBST-FOR AND
                       WS-PR-SUBSTITUTE (WS-PR-IDX) = SO-PRODUCT
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               IF WS-PAIR-COUNT >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PAIR-COUNT
               SET WS-PR-IDX TO WS-PAIR-COUNT
               MOVE SO-SUBST-FOR TO WS-PR-PRODUCT (WS-PR-IDX)
               MOVE SO-PRODUCT TO WS-PR-SUBSTITUTE (WS-PR-IDX)
               MOVE ZERO TO WS-PR-LINES (WS-PR-IDX)
               MOVE ZERO TO WS-PR-QTY (WS-PR-IDX)
           END-IF.
           ADD 1 TO WS-PR-LINES (WS-PR-IDX).
           ADD WS-LINE-QTY TO WS-PR-QTY (WS-PR-IDX).

       FIND-DESCRIPTION.
           MOVE "(NOT ON MASTER)" TO WS-CUR-DESC.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-CODE (WS-PM-IDX) = WS-LOOKUP-PRODUCT
                   MOVE WS-PM-DESC (WS-PM-IDX) TO WS-CUR-DESC
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO SUBST-REPORT-LINE.
           WRITE SUBST-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.

       END PROGRAM SUBSTRPT.
