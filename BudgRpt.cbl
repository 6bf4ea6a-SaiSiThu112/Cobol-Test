       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGRPT.

      *> budget against actual for every branch, so the month-end
      *> comparison stops being done by hand: for the month given on
      *> the command line (YYYYMM, optionally followed by the
      *> percentage a branch may stray from budget before it is
      *> flagged - 10 when left off) each branch's BranchBudget.txt
      *> figures are set against
      *>   sales      - SELL lines off the dated movement ledgers at
      *>                the product master's PM-SELL-PRICE, customer
      *>                returns taken back off,
      *>   purchases  - BUY lines at the cost the ledger carried,
      *>                returns to supplier taken back off,
      *>   stock      - the value at cost on the last Closingbalance
      *>                archive of the month,
      *> showing budget, actual, variance and variance percentage
      *> for the month and for the year to date (January through the
      *> month; stock is a month-end position, so its year-to-date
      *> columns repeat the month-end figures). Branches print in
      *> region order from BranchMaster.txt with a subtotal per
      *> region and a company total, and a branch whose month is off
      *> budget by more than the percentage on any of the three is
      *> flagged and listed at the foot of BudgetReport.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT CLOSING-FILE ASSIGN TO DYNAMIC WS-CLOSING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSING-STATUS.

           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO DYNAMIC WS-PRODUCT-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT BRANCH-MASTER-FILE
               ASSIGN TO DYNAMIC WS-BRANCH-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-MASTER-STATUS.

           SELECT BUDGET-FILE ASSIGN TO DYNAMIC WS-BUDGET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> the movement ledger as AssignTwo writes it
           FD LEDGER-FILE.
           01 LEDGER-REC.
               05 LG-BRANCH PIC 9(3).
               05 FILLER PIC X(3).
               05 LG-PRODUCT PIC 9(2).
               05 FILLER PIC X(3).
               05 LG-TRAN-CODE PIC 9(1).
               05 FILLER PIC X(3).
               05 LG-QUANTITY PIC S9(5)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
               05 FILLER PIC X(3).
               05 LG-BEFORE-QTY PIC S9(5)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
               05 FILLER PIC X(3).
               05 LG-AFTER-QTY PIC S9(5)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
               05 FILLER PIC X(3).
               05 LG-UNIT-COST PIC 9(5)V99.

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

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-LINE.
               COPY PRODUCT-MASTER.

           FD BRANCH-MASTER-FILE.
           01 BRANCH-MASTER-LINE.
               COPY BRANCH-MASTER.

           FD BUDGET-FILE.
           01 BUDGET-LINE.
               COPY BRANCH-BUDGET.

           FD REPORT-FILE.
           01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-ARGS PIC X(20).
           01 WS-ARG-PERIOD PIC X(6).
           01 WS-ARG-PCT PIC X(3).
           01 WS-PCT-LENGTH PIC 9(2) COMP.
           01 WS-RUN-PERIOD PIC 9(6).
           01 WS-RUN-PERIOD-X REDEFINES WS-RUN-PERIOD.
               05 WS-RUN-YEAR PIC 9(4).
               05 WS-RUN-MONTH PIC 9(2).
           01 WS-TOLERANCE PIC 9(3) VALUE 10.

           01 WS-CUR-DATE.
               05 WS-CUR-YEAR PIC 9(4).
               05 WS-CUR-MONTH PIC 9(2).
               05 WS-CUR-DAY PIC 9(2).
           01 WS-CUR-DATE-NUM REDEFINES WS-CUR-DATE PIC 9(8).
           01 WS-END-DATE-NUM PIC 9(8).
           01 WS-MONTH-DAYS-TABLE.
               05 FILLER PIC X(24) VALUE "312831303130313130313031".
           01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
               05 WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).
           01 WS-MONTH-LIMIT PIC 9(2).
           01 WS-LEAP-REM PIC 9(4).
           01 WS-LEAP-QUOT PIC 9(4).

           01 WS-PRODUCT-TABLE.
               05 WS-PM-ENTRY OCCURS 200 TIMES INDEXED BY WS-PM-IDX.
                   10 WS-PM-CODE PIC 9(2).
                   10 WS-PM-SELL PIC 9(5)V99.
           01 WS-PM-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-PM-EOF PIC A(1) VALUE "N".

           01 WS-BN-TABLE.
               05 WS-BN-ENTRY OCCURS 1000 TIMES INDEXED BY WS-BN-IDX.
                   10 WS-BN-CODE PIC 9(3).
                   10 WS-BN-NAME PIC X(20).
                   10 WS-BN-REGION PIC X(10).
           01 WS-BN-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-BRANCH-EOF PIC A(1) VALUE "N".

      *> per branch, for each of sales (1), purchases (2) and stock
      *> (3): the month's budget and actual, then the year's
           01 WS-BR-TABLE.
               05 WS-BR-ENTRY OCCURS 200 TIMES INDEXED BY WS-BR-IDX.
                   10 WS-BR-BRANCH PIC 9(3).
                   10 WS-BR-NAME PIC X(20).
                   10 WS-BR-REGION PIC X(10).
                   10 WS-BR-FIGURE OCCURS 3 TIMES.
                       15 WS-BR-BUD-M PIC S9(11)V99.
                       15 WS-BR-ACT-M PIC S9(11)V99.
                       15 WS-BR-BUD-Y PIC S9(11)V99.
                       15 WS-BR-ACT-Y PIC S9(11)V99.
           01 WS-BR-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-BR-TEMP PIC X(189).

      *> the same four figures for the region in progress and the
      *> company, and the one line being printed
           01 WS-RG-FIGURES.
               05 WS-RG-FIGURE OCCURS 3 TIMES.
                   10 WS-RG-BUD-M PIC S9(11)V99.
                   10 WS-RG-ACT-M PIC S9(11)V99.
                   10 WS-RG-BUD-Y PIC S9(11)V99.
                   10 WS-RG-ACT-Y PIC S9(11)V99.
           01 WS-CO-FIGURES.
               05 WS-CO-FIGURE OCCURS 3 TIMES.
                   10 WS-CO-BUD-M PIC S9(11)V99.
                   10 WS-CO-ACT-M PIC S9(11)V99.
                   10 WS-CO-BUD-Y PIC S9(11)V99.
                   10 WS-CO-ACT-Y PIC S9(11)V99.
           01 WS-PRINT-FIGURE.
               05 WS-PR-BUD-M PIC S9(11)V99.
               05 WS-PR-ACT-M PIC S9(11)V99.
               05 WS-PR-BUD-Y PIC S9(11)V99.
               05 WS-PR-ACT-Y PIC S9(11)V99.

           01 WS-MEASURE-NAMES.
               05 FILLER PIC X(14) VALUE "   SALES      ".
               05 FILLER PIC X(14) VALUE "   PURCHASES  ".
               05 FILLER PIC X(14) VALUE "   STOCK      ".
           01 WS-MEASURE-TABLE REDEFINES WS-MEASURE-NAMES.
               05 WS-MEASURE-NAME PIC X(14) OCCURS 3 TIMES.
           01 WS-MEASURE PIC 9(1).

           01 WS-FLAGGED-TABLE.
               05 WS-FL-BRANCH PIC 9(3) OCCURS 200 TIMES.
           01 WS-FLAGGED-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-FLAG-SW PIC X(1).
               88 WS-BRANCH-FLAGGED VALUE "Y".
           01 WS-LINE-FLAG-SW PIC X(1).
               88 WS-LINE-FLAGGED VALUE "Y".
           01 WS-FLAG-TEXT PIC X(6).

           01 WS-LEDGER-EOF PIC A(1).
           01 WS-CLOSE-EOF PIC A(1).
           01 WS-BUDGET-EOF PIC A(1) VALUE "N".
           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(4) COMP.
           01 WS-FIND-BRANCH PIC 9(3).
           01 WS-SORT-IDX1 PIC 9(4) COMP.
           01 WS-SORT-IDX2 PIC 9(4) COMP.
           01 WS-LEDGER-DAYS PIC 9(3) VALUE ZERO.
           01 WS-STOCK-DATE PIC 9(8) VALUE ZERO.
           01 WS-PREV-REGION PIC X(10).
           01 WS-FIRST-SW PIC A(1) VALUE "Y".
               88 WS-FIRST-BRANCH VALUE "Y".

           01 WS-CUR-SELL PIC 9(5)V99.
           01 WS-LINE-VALUE PIC S9(9)V99.
           01 WS-CARD-VALUE PIC S9(9)V99.
           01 WS-VARIANCE PIC S9(11)V99.
           01 WS-VAR-PCT PIC S9(5)V9.
           01 WS-ABS-PCT PIC 9(5)V9.

           01 WS-AMOUNT-EDIT-1 PIC -(10)9.99.
           01 WS-AMOUNT-EDIT-2 PIC -(10)9.99.
           01 WS-AMOUNT-EDIT-3 PIC -(10)9.99.
           01 WS-AMOUNT-EDIT-4 PIC -(10)9.99.
           01 WS-AMOUNT-EDIT-5 PIC -(10)9.99.
           01 WS-AMOUNT-EDIT-6 PIC -(10)9.99.
           01 WS-PCT-EDIT-M PIC X(7).
           01 WS-PCT-EDIT-Y PIC X(7).
           01 WS-PCT-EDIT PIC -(4)9.9.
           01 WS-TOL-EDIT PIC ZZ9.
           01 WS-COUNT-EDIT PIC ZZZ9.
           01 WS-OUT-LINE PIC X(132).

           01 WS-DATA-DIR PIC X(60).
           01 WS-LEDGER-PATH PIC X(80).
           01 WS-CLOSING-PATH PIC X(80).
           01 WS-PRODUCT-MASTER-PATH PIC X(80).
           01 WS-BRANCH-MASTER-PATH PIC X(80).
           01 WS-BUDGET-PATH PIC X(80).
           01 WS-REPORT-PATH PIC X(80).
           01 WS-LEDGER-STATUS PIC X(2).
           01 WS-CLOSING-STATUS PIC X(2).
           01 WS-PRODUCT-MASTER-STATUS PIC X(2).
           01 WS-BRANCH-MASTER-STATUS PIC X(2).
           01 WS-BUDGET-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ARGS FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-PERIOD WS-ARG-PCT.
           MOVE ZERO TO WS-PCT-LENGTH.
           UNSTRING WS-ARGS DELIMITED BY ALL " "
               INTO WS-ARG-PERIOD WS-ARG-PCT COUNT IN WS-PCT-LENGTH
           END-UNSTRING.
           IF WS-ARG-PERIOD NOT NUMERIC
               DISPLAY "BUDGRPT: GIVE THE MONTH AS YYYYMM ON THE "
                   "COMMAND LINE, OPTIONALLY FOLLOWED BY THE "
                   "PERCENTAGE OFF BUDGET TO FLAG"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-ARG-PERIOD TO WS-RUN-PERIOD.
           IF WS-RUN-MONTH < 1 OR WS-RUN-MONTH > 12
               DISPLAY "BUDGRPT: " WS-RUN-PERIOD " IS NOT A MONTH"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PCT-LENGTH > ZERO
               IF WS-ARG-PCT (1:WS-PCT-LENGTH) NOT NUMERIC
                   DISPLAY "BUDGRPT: THE PERCENTAGE MUST BE A WHOLE "
                       "NUMBER"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ARG-PCT (1:WS-PCT-LENGTH) TO WS-TOLERANCE
           END-IF.

           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "ASSIGNTWO_DATA_DIR".
           IF WS-DATA-DIR = SPACES
               MOVE "C:\Users\25-00229\Desktop\" TO WS-DATA-DIR
           END-IF.
           ACCEPT WS-PRODUCT-MASTER-PATH FROM ENVIRONMENT
               "ASSIGNTWO_PRODUCTMASTER".
           IF WS-PRODUCT-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ProductMaster.txt"
                   TO WS-PRODUCT-MASTER-PATH
           END-IF.
           ACCEPT WS-BRANCH-MASTER-PATH FROM ENVIRONMENT
               "BRANCHMASTER_FILE".
           IF WS-BRANCH-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\BranchMaster.txt"
                   TO WS-BRANCH-MASTER-PATH
           END-IF.
           ACCEPT WS-BUDGET-PATH FROM ENVIRONMENT "BUDGET_FILE".
           IF WS-BUDGET-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\BranchBudget.txt"
                   TO WS-BUDGET-PATH
           END-IF.
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "BUDGRPT_REPORT".
           IF WS-REPORT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\BudgetReport.txt"
                   TO WS-REPORT-PATH
           END-IF.

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
      *> a master written before selling prices existed leaves the
      *> column blank - its sales count at zero value
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

      *> no branch master just means every branch is UNASSIGNED
           OPEN INPUT BRANCH-MASTER-FILE.
           IF WS-BRANCH-MASTER-STATUS = "00"
               PERFORM UNTIL WS-BRANCH-EOF = "Y"
                   READ BRANCH-MASTER-FILE
                       AT END MOVE "Y" TO WS-BRANCH-EOF
                       NOT AT END
                           IF WS-BN-COUNT < 1000
                               ADD 1 TO WS-BN-COUNT
                               SET WS-BN-IDX TO WS-BN-COUNT
                               MOVE BM-BRANCH-CODE
                                   TO WS-BN-CODE (WS-BN-IDX)
                               MOVE BM-NAME TO WS-BN-NAME (WS-BN-IDX)
                               MOVE BM-REGION
                                   TO WS-BN-REGION (WS-BN-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER-FILE
           END-IF.

           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BRANCH BUDGET FILE - STATUS "
                   WS-BUDGET-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-BUDGET-EOF = "Y"
               READ BUDGET-FILE
                   AT END MOVE "Y" TO WS-BUDGET-EOF
                   NOT AT END
                       IF BB-PERIOD (1:4) = WS-RUN-YEAR AND
                               BB-PERIOD <= WS-RUN-PERIOD
                           PERFORM BANK-ONE-BUDGET
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BUDGET-FILE.

      *> every day from the first of January to the month's last
           MOVE WS-RUN-YEAR TO WS-CUR-YEAR.
           MOVE 1 TO WS-CUR-MONTH.
           MOVE 1 TO WS-CUR-DAY.
           MOVE WS-RUN-MONTH TO WS-CUR-MONTH.
           PERFORM SET-MONTH-LIMIT.
           COMPUTE WS-END-DATE-NUM = WS-RUN-PERIOD * 100
               + WS-MONTH-LIMIT.
           MOVE 1 TO WS-CUR-MONTH.
           PERFORM UNTIL WS-CUR-DATE-NUM > WS-END-DATE-NUM
               PERFORM FOLD-ONE-DAY
               PERFORM STEP-TO-NEXT-DAY
           END-PERFORM.
           IF WS-LEDGER-DAYS = ZERO
               DISPLAY "BUDGRPT: NO MOVEMENT LEDGERS FOUND FOR "
                   WS-RUN-YEAR " - ACTUAL SALES AND PURCHASES ARE NIL"
           END-IF.
           IF WS-STOCK-DATE = ZERO
               DISPLAY "BUDGRPT: NO CLOSING BALANCE ARCHIVE IN "
                   WS-RUN-PERIOD " - ACTUAL STOCK IS NIL"
           END-IF.
      *> stock is a position, not a flow - the year's figure is the
      *> month-end one
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE WS-BR-BUD-M (WS-BR-IDX, 3)
                   TO WS-BR-BUD-Y (WS-BR-IDX, 3)
               MOVE WS-BR-ACT-M (WS-BR-IDX, 3)
                   TO WS-BR-ACT-Y (WS-BR-IDX, 3)
           END-PERFORM.

      *> region order, branch order within it, for the breaks below
           PERFORM VARYING WS-SORT-IDX1 FROM 1 BY 1
                   UNTIL WS-SORT-IDX1 > WS-BR-COUNT
               PERFORM VARYING WS-SORT-IDX2 FROM WS-SORT-IDX1 BY 1
                       UNTIL WS-SORT-IDX2 > WS-BR-COUNT
                   IF WS-BR-REGION (WS-SORT-IDX2) <
                           WS-BR-REGION (WS-SORT-IDX1)
                       OR (WS-BR-REGION (WS-SORT-IDX2) =
                           WS-BR-REGION (WS-SORT-IDX1)
                           AND WS-BR-BRANCH (WS-SORT-IDX2) <
                           WS-BR-BRANCH (WS-SORT-IDX1))
                       MOVE WS-BR-ENTRY (WS-SORT-IDX1) TO WS-BR-TEMP
                       MOVE WS-BR-ENTRY (WS-SORT-IDX2)
                           TO WS-BR-ENTRY (WS-SORT-IDX1)
                       MOVE WS-BR-TEMP TO WS-BR-ENTRY (WS-SORT-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BUDGET REPORT - STATUS "
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-TOLERANCE TO WS-TOL-EDIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "BUDGET VERSUS ACTUAL FOR " WS-RUN-PERIOD
               " - YEAR TO DATE FROM " WS-RUN-YEAR "01"
               " - FLAGGED WHEN MORE THAN " WS-TOL-EDIT
               "% OFF BUDGET"
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           MOVE WS-OUT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "              ---------------------- MONTH ------"
               "----------------  | ------------------ YEAR TO DAT"
               "E ------------------"
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           MOVE WS-OUT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "MEASURE                BUDGET         ACTUAL"
               "       VARIANCE    VAR%  |         BUDGET"
               "         ACTUAL       VARIANCE    VAR%"
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           MOVE WS-OUT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           INITIALIZE WS-RG-FIGURES WS-CO-FIGURES.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               IF WS-FIRST-BRANCH
                   MOVE "N" TO WS-FIRST-SW
               ELSE
                   IF WS-BR-REGION (WS-BR-IDX) NOT = WS-PREV-REGION
                       PERFORM WRITE-REGION-TOTAL
                   END-IF
               END-IF
               MOVE WS-BR-REGION (WS-BR-IDX) TO WS-PREV-REGION
               PERFORM WRITE-ONE-BRANCH
           END-PERFORM.
           IF WS-BR-COUNT > ZERO
               PERFORM WRITE-REGION-TOTAL
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "COMPANY TOTAL" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-MEASURE FROM 1 BY 1 UNTIL WS-MEASURE > 3
               MOVE WS-CO-FIGURE (WS-MEASURE) TO WS-PRINT-FIGURE
               PERFORM WRITE-FIGURE-LINE
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-EDIT.
           IF WS-FLAGGED-COUNT = ZERO
               MOVE SPACES TO WS-OUT-LINE
               STRING "NO BRANCH MORE THAN " WS-TOL-EDIT
                   "% OFF BUDGET FOR THE MONTH"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO WS-OUT-LINE
               STRING WS-COUNT-EDIT " BRANCHES MORE THAN "
                   WS-TOL-EDIT "% OFF BUDGET FOR THE MONTH:"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-SORT-IDX1 FROM 1 BY 1
                       UNTIL WS-SORT-IDX1 > WS-FLAGGED-COUNT
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "   BRANCH " WS-FL-BRANCH (WS-SORT-IDX1)
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   MOVE WS-OUT-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-PERFORM
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "BUDGRPT: " WS-BR-COUNT " BRANCHES REPORTED, "
               WS-COUNT-EDIT " FLAGGED".
           STOP RUN.

       FIND-OR-ADD-BRANCH.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               IF WS-BR-BRANCH (WS-BR-IDX) = WS-FIND-BRANCH
                   SET WS-FOUND TO TRUE
                   MOVE WS-BR-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-BR-COUNT >= 200
               MOVE ZERO TO WS-MATCH-IDX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BR-COUNT.
           MOVE WS-BR-COUNT TO WS-MATCH-IDX.
           INITIALIZE WS-BR-ENTRY (WS-MATCH-IDX).
           MOVE WS-FIND-BRANCH TO WS-BR-BRANCH (WS-MATCH-IDX).
           MOVE "UNASSIGNED" TO WS-BR-REGION (WS-MATCH-IDX).
           PERFORM VARYING WS-BN-IDX FROM 1 BY 1
                   UNTIL WS-BN-IDX > WS-BN-COUNT
               IF WS-BN-CODE (WS-BN-IDX) = WS-FIND-BRANCH
                   MOVE WS-BN-NAME (WS-BN-IDX)
                       TO WS-BR-NAME (WS-MATCH-IDX)
                   IF WS-BN-REGION (WS-BN-IDX) NOT = SPACES
                       MOVE WS-BN-REGION (WS-BN-IDX)
                           TO WS-BR-REGION (WS-MATCH-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       BANK-ONE-BUDGET.
           MOVE BB-BRANCH TO WS-FIND-BRANCH.
           PERFORM FIND-OR-ADD-BRANCH.
           IF WS-MATCH-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD BB-SALES TO WS-BR-BUD-Y (WS-MATCH-IDX, 1).
           ADD BB-PURCHASES TO WS-BR-BUD-Y (WS-MATCH-IDX, 2).
           IF BB-PERIOD = WS-RUN-PERIOD
               ADD BB-SALES TO WS-BR-BUD-M (WS-MATCH-IDX, 1)
               ADD BB-PURCHASES TO WS-BR-BUD-M (WS-MATCH-IDX, 2)
               ADD BB-STOCK TO WS-BR-BUD-M (WS-MATCH-IDX, 3)
           END-IF.

       FOLD-ONE-DAY.
           MOVE SPACES TO WS-LEDGER-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
               "MovementLedger-" DELIMITED BY SIZE
               WS-CUR-DATE-NUM DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-LEDGER-PATH.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               ADD 1 TO WS-LEDGER-DAYS
               MOVE "N" TO WS-LEDGER-EOF
               PERFORM UNTIL WS-LEDGER-EOF = "Y"
                   READ LEDGER-FILE
                       AT END MOVE "Y" TO WS-LEDGER-EOF
                       NOT AT END
                           IF LG-TRAN-CODE = 1 OR LG-TRAN-CODE = 6
                                   OR LG-TRAN-CODE = 2
                                   OR LG-TRAN-CODE = 7
                               PERFORM BANK-ONE-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

      *> only the run month's archives count towards stock; each one
      *> found replaces the last, so the month-end position wins
           IF WS-CUR-MONTH NOT = WS-RUN-MONTH
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CLOSING-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
               "Closingbalance-" DELIMITED BY SIZE
               WS-CUR-DATE-NUM DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-CLOSING-PATH.
           OPEN INPUT CLOSING-FILE.
           IF WS-CLOSING-STATUS = "00"
               MOVE WS-CUR-DATE-NUM TO WS-STOCK-DATE
               PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                       UNTIL WS-BR-IDX > WS-BR-COUNT
                   MOVE ZERO TO WS-BR-ACT-M (WS-BR-IDX, 3)
               END-PERFORM
               MOVE "N" TO WS-CLOSE-EOF
               PERFORM UNTIL WS-CLOSE-EOF = "Y"
                   READ CLOSING-FILE
                       AT END MOVE "Y" TO WS-CLOSE-EOF
                       NOT AT END
                           IF CLOSING-REC (1:7) = "TRAILER"
                               CONTINUE
                           ELSE
                               PERFORM BANK-ONE-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSING-FILE
           END-IF.

      *> a customer return takes its sale back off, a return to the
      *> supplier its purchase
       BANK-ONE-MOVEMENT.
           MOVE LG-BRANCH TO WS-FIND-BRANCH.
           PERFORM FIND-OR-ADD-BRANCH.
           IF WS-MATCH-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF LG-TRAN-CODE = 1 OR LG-TRAN-CODE = 6
               MOVE ZERO TO WS-CUR-SELL
               PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                       UNTIL WS-PM-IDX > WS-PM-COUNT
                   IF WS-PM-CODE (WS-PM-IDX) = LG-PRODUCT
                       MOVE WS-PM-SELL (WS-PM-IDX) TO WS-CUR-SELL
                   END-IF
               END-PERFORM
               COMPUTE WS-LINE-VALUE ROUNDED =
                   LG-QUANTITY * WS-CUR-SELL
                   ON SIZE ERROR MOVE ZERO TO WS-LINE-VALUE
               END-COMPUTE
               MOVE 1 TO WS-MEASURE
           ELSE
               COMPUTE WS-LINE-VALUE ROUNDED =
                   LG-QUANTITY * LG-UNIT-COST
                   ON SIZE ERROR MOVE ZERO TO WS-LINE-VALUE
               END-COMPUTE
               MOVE 2 TO WS-MEASURE
           END-IF.
           IF LG-TRAN-CODE = 6 OR LG-TRAN-CODE = 7
               COMPUTE WS-LINE-VALUE = ZERO - WS-LINE-VALUE
           END-IF.
           ADD WS-LINE-VALUE TO WS-BR-ACT-Y (WS-MATCH-IDX, WS-MEASURE).
           IF WS-CUR-MONTH = WS-RUN-MONTH
               ADD WS-LINE-VALUE
                   TO WS-BR-ACT-M (WS-MATCH-IDX, WS-MEASURE)
           END-IF.

       BANK-ONE-CARD.
           MOVE CLS-BRANCH-CODE TO WS-FIND-BRANCH.
           PERFORM FIND-OR-ADD-BRANCH.
           IF WS-MATCH-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF CLS-UNIT-COST IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CARD-VALUE ROUNDED =
               CLS-QUANTITY * CLS-UNIT-COST
               ON SIZE ERROR MOVE ZERO TO WS-CARD-VALUE
           END-COMPUTE.
           ADD WS-CARD-VALUE TO WS-BR-ACT-M (WS-MATCH-IDX, 3).

       WRITE-ONE-BRANCH.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "BRANCH " WS-BR-BRANCH (WS-BR-IDX) " "
               WS-BR-NAME (WS-BR-IDX) " REGION "
               WS-BR-REGION (WS-BR-IDX)
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           MOVE WS-OUT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "N" TO WS-FLAG-SW.
           PERFORM VARYING WS-MEASURE FROM 1 BY 1 UNTIL WS-MEASURE > 3
               MOVE WS-BR-FIGURE (WS-BR-IDX, WS-MEASURE)
                   TO WS-PRINT-FIGURE
               PERFORM WRITE-FIGURE-LINE
               IF WS-LINE-FLAGGED
                   SET WS-BRANCH-FLAGGED TO TRUE
               END-IF
               ADD WS-PR-BUD-M TO WS-RG-BUD-M (WS-MEASURE)
               ADD WS-PR-ACT-M TO WS-RG-ACT-M (WS-MEASURE)
               ADD WS-PR-BUD-Y TO WS-RG-BUD-Y (WS-MEASURE)
               ADD WS-PR-ACT-Y TO WS-RG-ACT-Y (WS-MEASURE)
               ADD WS-PR-BUD-M TO WS-CO-BUD-M (WS-MEASURE)
               ADD WS-PR-ACT-M TO WS-CO-ACT-M (WS-MEASURE)
               ADD WS-PR-BUD-Y TO WS-CO-BUD-Y (WS-MEASURE)
               ADD WS-PR-ACT-Y TO WS-CO-ACT-Y (WS-MEASURE)
           END-PERFORM.
           IF WS-BRANCH-FLAGGED
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE WS-BR-BRANCH (WS-BR-IDX)
                   TO WS-FL-BRANCH (WS-FLAGGED-COUNT)
           END-IF.

       WRITE-REGION-TOTAL.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "REGION " WS-PREV-REGION " TOTAL"
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           MOVE WS-OUT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-MEASURE FROM 1 BY 1 UNTIL WS-MEASURE > 3
               MOVE WS-RG-FIGURE (WS-MEASURE) TO WS-PRINT-FIGURE
               PERFORM WRITE-FIGURE-LINE
           END-PERFORM.
           INITIALIZE WS-RG-FIGURES.

      *> one measure's line from WS-PRINT-FIGURE; a month more than
      *> the tolerance off a non-zero budget is marked
       WRITE-FIGURE-LINE.
           MOVE "N" TO WS-LINE-FLAG-SW.
           MOVE SPACES TO WS-FLAG-TEXT.
           COMPUTE WS-VARIANCE = WS-PR-ACT-M - WS-PR-BUD-M.
           MOVE WS-PR-BUD-M TO WS-AMOUNT-EDIT-1.
           MOVE WS-PR-ACT-M TO WS-AMOUNT-EDIT-2.
           MOVE WS-VARIANCE TO WS-AMOUNT-EDIT-3.
           IF WS-PR-BUD-M = ZERO
               MOVE "    N/A" TO WS-PCT-EDIT-M
           ELSE
               COMPUTE WS-VAR-PCT ROUNDED =
                   WS-VARIANCE * 100 / WS-PR-BUD-M
                   ON SIZE ERROR MOVE 9999.9 TO WS-VAR-PCT
               END-COMPUTE
               MOVE WS-VAR-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-PCT-EDIT-M
               MOVE WS-VAR-PCT TO WS-ABS-PCT
               IF WS-ABS-PCT > WS-TOLERANCE
                   SET WS-LINE-FLAGGED TO TRUE
                   MOVE "  ** " TO WS-FLAG-TEXT
               END-IF
           END-IF.
           COMPUTE WS-VARIANCE = WS-PR-ACT-Y - WS-PR-BUD-Y.
           MOVE WS-PR-BUD-Y TO WS-AMOUNT-EDIT-4.
           MOVE WS-PR-ACT-Y TO WS-AMOUNT-EDIT-5.
           MOVE WS-VARIANCE TO WS-AMOUNT-EDIT-6.
           IF WS-PR-BUD-Y = ZERO
               MOVE "    N/A" TO WS-PCT-EDIT-Y
           ELSE
               COMPUTE WS-VAR-PCT ROUNDED =
                   WS-VARIANCE * 100 / WS-PR-BUD-Y
                   ON SIZE ERROR MOVE 9999.9 TO WS-VAR-PCT
               END-COMPUTE
               MOVE WS-VAR-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-PCT-EDIT-Y
           END-IF.
           MOVE SPACES TO WS-OUT-LINE.
           STRING WS-MEASURE-NAME (WS-MEASURE)
               " " WS-AMOUNT-EDIT-1 " " WS-AMOUNT-EDIT-2
               " " WS-AMOUNT-EDIT-3 " " WS-PCT-EDIT-M "  |"
               " " WS-AMOUNT-EDIT-4 " " WS-AMOUNT-EDIT-5
               " " WS-AMOUNT-EDIT-6 " " WS-PCT-EDIT-Y
               WS-FLAG-TEXT
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           MOVE WS-OUT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       SET-MONTH-LIMIT.
           MOVE WS-DAYS-IN-MONTH (WS-CUR-MONTH) TO WS-MONTH-LIMIT.
      *> February stretches to 29 in a leap year: divisible by 4,
      *> except centuries, except every fourth century
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

       END PROGRAM BUDGRPT.
