       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCHPL.

      *> monthly branch contribution statement - whether a branch
      *> makes money, which MARGINRPT (margin by product) and PAYGL
      *> (payroll by department) each answer only half of. For one
      *> month (YYYYMM on the command line, the current month when
      *> none is given) it walks the dated MovementLedger-YYYYMMDD
      *> files the SHRINKRPT way and takes, per branch:
      *>   sales and cost of sales - the SELL and customer-return
      *>     lines priced and costed exactly as MARGINRPT does;
      *>   shrinkage - the code-4 adjustments valued as SHRINKRPT
      *>     values them, shown by reason code;
      *>   staff cost - the month's PayHistory.txt lines, gross plus
      *>     the employer's pension as PAYGL posts them, gathered by
      *>     the employee's department and shared out to branches
      *>     through DeptBranchAlloc.txt (ALLOCMAINT); what a
      *>     department does not allocate stays with head office.
      *> Contribution is margin plus shrinkage (a loss is negative)
      *> less staff cost. The statement is followed by the branches
      *> ranked on contribution, the regions of the branch master
      *> ranked the same way, and a reconciliation: the sales and
      *> cost of sales per ledger day, to tick against each day's
      *> MARGINRPT company total, and the staff cost per pay run, to
      *> tick against PAYGL's posted total for that run - each
      *> proved back to the statement's totals, RC 4 if either does
      *> not agree. Written to BranchProfit.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO DYNAMIC WS-PRODUCT-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT REASON-CODE-FILE
               ASSIGN TO DYNAMIC WS-REASON-CODE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-CODE-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO DYNAMIC WS-BRANCH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT DEPT-ALLOC-FILE ASSIGN TO DYNAMIC WS-ALLOC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOC-STATUS.

           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PERSON ASSIGN TO DYNAMIC WS-PERSON-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PERSON-ID
               ALTERNATE RECORD KEY IS PERSON-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PERSON-STATUS.

           SELECT PROFIT-FILE ASSIGN TO DYNAMIC WS-PROFIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> the movement ledger as AssignTwo writes it, reason included
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
               05 FILLER PIC X(3).
               05 LG-REASON-CODE PIC X(2).

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-LINE.
               COPY PRODUCT-MASTER.

           FD REASON-CODE-FILE.
           01 REASON-CODE-LINE.
               05 RC-CODE PIC X(2).
               05 RC-DESC PIC X(20).

           FD BRANCH-MASTER-FILE.
           01 BRANCH-MASTER-LINE.
               COPY BRANCH-MASTER.

           FD DEPT-ALLOC-FILE.
           01 DEPT-ALLOC-LINE.
               COPY DEPT-ALLOC.

           FD HISTORY-FILE.
           01 HISTORY-REC.
               COPY PAY-HISTORY.

           FD PERSON.
           01 PERSON-INFO-FILE.
               COPY PERSON-INFO.

           FD PROFIT-FILE.
           01 PROFIT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      *> the month's figures gathered per branch
           01 WS-PL-TABLE.
               05 WS-PL-ENTRY OCCURS 1 TO 999 TIMES
                       DEPENDING ON WS-PL-COUNT
                       INDEXED BY WS-PL-IDX.
                   10 WS-PL-BRANCH PIC 9(3).
                   10 WS-PL-NAME PIC X(20).
                   10 WS-PL-REGION PIC X(10).
                   10 WS-PL-REVENUE PIC S9(11)V99.
                   10 WS-PL-COGS PIC S9(11)V99.
                   10 WS-PL-SHRINK PIC S9(11)V99.
                   10 WS-PL-STAFF PIC S9(11)V99.
                   10 WS-PL-CONTRIB PIC S9(11)V99.
           01 WS-PL-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-PL-MATCH PIC 9(4) COMP.

           01 WS-SORT-IDX1 PIC 9(4) COMP.
           01 WS-SORT-IDX2 PIC 9(4) COMP.
           01 WS-SORT-TEMP.
               05 WS-ST-BRANCH PIC 9(3).
               05 WS-ST-NAME PIC X(20).
               05 WS-ST-REGION PIC X(10).
               05 WS-ST-REVENUE PIC S9(11)V99.
               05 WS-ST-COGS PIC S9(11)V99.
               05 WS-ST-SHRINK PIC S9(11)V99.
               05 WS-ST-STAFF PIC S9(11)V99.
               05 WS-ST-CONTRIB PIC S9(11)V99.

      *> adjustment value per branch and reason, for the shrinkage
      *> lines of each branch's statement
           01 WS-SHRINK-TABLE.
               05 WS-SH-ENTRY OCCURS 500 TIMES INDEXED BY WS-SH-IDX.
                   10 WS-SH-BRANCH PIC 9(3).
                   10 WS-SH-REASON PIC X(2).
                   10 WS-SH-VALUE PIC S9(11)V99.
           01 WS-SHRINK-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-REASON-TABLE.
               05 WS-RC-ENTRY OCCURS 50 TIMES INDEXED BY WS-RC-IDX.
                   10 WS-RC-CODE PIC X(2).
                   10 WS-RC-DESC PIC X(20).
           01 WS-REASON-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-BRANCH-TABLE.
               05 WS-BM-ENTRY OCCURS 200 TIMES INDEXED BY WS-BM-IDX.
                   10 WS-BM-CODE PIC 9(3).
                   10 WS-BM-NAME PIC X(20).
                   10 WS-BM-REGION PIC X(10).
           01 WS-BRANCH-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-ALLOC-TABLE.
               05 WS-DA-ENTRY OCCURS 1000 TIMES INDEXED BY WS-DA-IDX.
                   10 WS-DA-DEPT PIC X(4).
                   10 WS-DA-BRANCH PIC 9(3).
                   10 WS-DA-PERCENT PIC 9(3)V99.
           01 WS-ALLOC-COUNT PIC 9(4) COMP VALUE ZERO.

      *> the month's payroll cost per department
           01 WS-DEPT-TABLE.
               05 WS-DP-ENTRY OCCURS 50 TIMES INDEXED BY WS-DP-IDX.
                   10 WS-DP-DEPT PIC X(4).
                   10 WS-DP-COST PIC S9(11)V99.
                   10 WS-DP-ALLOCATED PIC S9(11)V99.
           01 WS-DEPT-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-REGION-TABLE.
               05 WS-RG-ENTRY OCCURS 50 TIMES INDEXED BY WS-RG-IDX.
                   10 WS-RG-REGION PIC X(10).
                   10 WS-RG-BRANCHES PIC 9(3).
                   10 WS-RG-CONTRIB PIC S9(11)V99.
           01 WS-REGION-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-RG-TEMP.
               05 WS-RT-REGION PIC X(10).
               05 WS-RT-BRANCHES PIC 9(3).
               05 WS-RT-CONTRIB PIC S9(11)V99.

      *> the reconciliation's control figures - one line per ledger
      *> day read and per pay run taken
           01 WS-DAY-TABLE.
               05 WS-DY-ENTRY OCCURS 31 TIMES INDEXED BY WS-DY-IDX.
                   10 WS-DY-DATE PIC 9(8).
                   10 WS-DY-REVENUE PIC S9(11)V99.
                   10 WS-DY-COGS PIC S9(11)V99.
           01 WS-DAY-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-RUN-TABLE.
               05 WS-RN-ENTRY OCCURS 50 TIMES INDEXED BY WS-RN-IDX.
                   10 WS-RN-DATE PIC 9(8).
                   10 WS-RN-GROSS PIC S9(11)V99.
                   10 WS-RN-PENSION PIC S9(11)V99.
           01 WS-RUN-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-PRODUCT-TABLE.
               05 WS-PM-ENTRY OCCURS 200 TIMES INDEXED BY WS-PM-IDX.
                   10 WS-PM-CODE PIC 9(2).
                   10 WS-PM-SELL PIC 9(5)V99.
           01 WS-PM-COUNT PIC 9(4) COMP VALUE ZERO.

      *> the shared price lookup - the price in force on the ledger
      *> day at the selling branch, as MARGINRPT prices it
           01 WS-PRICE-PARM.
               05 PF-PRODUCT PIC 9(2).
               05 PF-BRANCH PIC 9(3).
               05 PF-DATE PIC 9(8).
               05 PF-PRICE PIC 9(5)V99.
               05 PF-SOURCE PIC X(1).

           01 WS-PM-EOF PIC A(1) VALUE "N".
           01 WS-RC-EOF PIC A(1) VALUE "N".
           01 WS-BRANCH-EOF PIC A(1) VALUE "N".
           01 WS-ALLOC-EOF PIC A(1) VALUE "N".
           01 WS-HISTORY-EOF PIC A(1) VALUE "N".
           01 WS-LEDGER-EOF PIC A(1).
           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(4) COMP.

           01 WS-ARGS PIC X(20).
           01 WS-ARG-FIELDS REDEFINES WS-ARGS.
               05 WS-ARG-MONTH PIC X(6).
               05 FILLER PIC X(14).
           01 WS-REPORT-MONTH PIC X(6).
           01 WS-TODAY PIC 9(8).

      *> ordinary calendar arithmetic for stepping through the month
           01 WS-CUR-DATE.
               05 WS-CUR-YEAR PIC 9(4).
               05 WS-CUR-MONTH PIC 9(2).
               05 WS-CUR-DAY PIC 9(2).
           01 WS-CUR-DATE-NUM REDEFINES WS-CUR-DATE PIC 9(8).
           01 WS-START-MONTH PIC 9(2).
           01 WS-MONTH-DAYS-TABLE.
               05 FILLER PIC X(24) VALUE "312831303130313130313031".
           01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
               05 WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).
           01 WS-MONTH-LIMIT PIC 9(2).
           01 WS-LEAP-REM PIC 9(4).
           01 WS-LEAP-QUOT PIC 9(4).

           01 WS-CUR-BRANCH PIC 9(3).
           01 WS-CUR-DEPT PIC X(4).
           01 WS-CUR-SELL PIC 9(5)V99.
           01 WS-SIGNED-QTY PIC S9(5)V99.
           01 WS-LINE-REVENUE PIC S9(9)V99.
           01 WS-LINE-COGS PIC S9(9)V99.
           01 WS-MOVE-DELTA PIC S9(6)V99.
           01 WS-MOVE-VALUE PIC S9(10)V99.
           01 WS-PAY-COST PIC S9(9)V99.
           01 WS-PAY-PENSION PIC S9(9)V99.
           01 WS-SHARE PIC S9(11)V99.

           01 WS-LEDGER-LINES PIC 9(7) VALUE ZERO.
           01 WS-PAY-LINES PIC 9(5) VALUE ZERO.
           01 WS-UNKNOWN-EMP-COUNT PIC 9(5) VALUE ZERO.
           01 WS-UNPRICED-COUNT PIC 9(5) VALUE ZERO.

      *> company totals, built from the branch lines as they print
           01 WS-CO-REVENUE PIC S9(11)V99 VALUE ZERO.
           01 WS-CO-COGS PIC S9(11)V99 VALUE ZERO.
           01 WS-CO-SHRINK PIC S9(11)V99 VALUE ZERO.
           01 WS-CO-STAFF PIC S9(11)V99 VALUE ZERO.
           01 WS-CO-CONTRIB PIC S9(11)V99 VALUE ZERO.
           01 WS-HEAD-OFFICE PIC S9(11)V99 VALUE ZERO.
      *> the same figures built independently, day by day and run
      *> by run, for the reconciliation
           01 WS-RC-REVENUE PIC S9(11)V99 VALUE ZERO.
           01 WS-RC-COGS PIC S9(11)V99 VALUE ZERO.
           01 WS-RC-GROSS PIC S9(11)V99 VALUE ZERO.
           01 WS-RC-PENSION PIC S9(11)V99 VALUE ZERO.
           01 WS-RC-PAYROLL PIC S9(11)V99 VALUE ZERO.
           01 WS-RC-STAFF PIC S9(11)V99.
           01 WS-OUT-OF-BALANCE-SW PIC X(1) VALUE "N".
               88 WS-OUT-OF-BALANCE VALUE "Y".

           01 WS-LINE-LABEL PIC X(34).
           01 WS-LINE-AMOUNT PIC S9(11)V99.
           01 WS-AMOUNT-EDIT PIC -(11)9.99.
           01 WS-AMOUNT-EDIT2 PIC -(11)9.99.
           01 WS-AMOUNT-EDIT3 PIC -(11)9.99.
           01 WS-RANK PIC 9(3).
           01 WS-COUNT-EDIT PIC ZZ9.
           01 WS-RG-COUNT-EDIT PIC Z(7)9.
           01 WS-CUR-DESC PIC X(20).
           01 WS-REPORT-LINE PIC X(132).

           01 WS-LEDGER-DIR PIC X(60).
           01 WS-LEDGER-PATH PIC X(80).
           01 WS-PRODUCT-MASTER-PATH PIC X(80).
           01 WS-REASON-CODE-PATH PIC X(80).
           01 WS-BRANCH-PATH PIC X(80).
           01 WS-ALLOC-PATH PIC X(80).
           01 WS-HISTORY-PATH PIC X(80).
           01 WS-PERSON-PATH PIC X(80).
           01 WS-PROFIT-PATH PIC X(80).
           01 WS-LEDGER-STATUS PIC X(2).
           01 WS-PRODUCT-MASTER-STATUS PIC X(2).
           01 WS-REASON-CODE-STATUS PIC X(2).
           01 WS-BRANCH-STATUS PIC X(2).
           01 WS-ALLOC-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-PERSON-STATUS PIC X(2).
           01 WS-PROFIT-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *> the month to report - the current month unless one is given
           ACCEPT WS-ARGS FROM COMMAND-LINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-ARG-MONTH IS NUMERIC
               MOVE WS-ARG-MONTH TO WS-REPORT-MONTH
           ELSE
               MOVE WS-TODAY TO WS-CUR-DATE-NUM
               MOVE WS-CUR-DATE (1:6) TO WS-REPORT-MONTH
           END-IF.
           MOVE WS-REPORT-MONTH TO WS-CUR-DATE (1:6).
           MOVE 1 TO WS-CUR-DAY.
           IF WS-CUR-MONTH < 1 OR WS-CUR-MONTH > 12
               DISPLAY "BRANCHPL: MONTH MUST BE YYYYMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CUR-MONTH TO WS-START-MONTH.

           ACCEPT WS-LEDGER-DIR FROM ENVIRONMENT "ASSIGNTWO_DATA_DIR".
           IF WS-LEDGER-DIR = SPACES
               MOVE "C:\Users\25-00229\Desktop\" TO WS-LEDGER-DIR
           END-IF.
           ACCEPT WS-PRODUCT-MASTER-PATH FROM ENVIRONMENT
               "ASSIGNTWO_PRODUCTMASTER".
           IF WS-PRODUCT-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ProductMaster.txt"
                   TO WS-PRODUCT-MASTER-PATH
           END-IF.
           ACCEPT WS-REASON-CODE-PATH FROM ENVIRONMENT
               "REASONCODE_FILE".
           IF WS-REASON-CODE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ReasonCode.txt"
                   TO WS-REASON-CODE-PATH
           END-IF.
           ACCEPT WS-BRANCH-PATH FROM ENVIRONMENT "BRANCHMASTER_FILE".
           IF WS-BRANCH-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\BranchMaster.txt"
                   TO WS-BRANCH-PATH
           END-IF.
           ACCEPT WS-ALLOC-PATH FROM ENVIRONMENT "DEPTALLOC_FILE".
           IF WS-ALLOC-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\DeptBranchAlloc.txt"
                   TO WS-ALLOC-PATH
           END-IF.
           ACCEPT WS-HISTORY-PATH FROM ENVIRONMENT "PAYREG_HISTORY".
           IF WS-HISTORY-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PayHistory.txt"
                   TO WS-HISTORY-PATH
           END-IF.
           ACCEPT WS-PERSON-PATH FROM ENVIRONMENT "WRITETEST_PERSON".
           IF WS-PERSON-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Person Info.txt"
                   TO WS-PERSON-PATH
           END-IF.
           ACCEPT WS-PROFIT-PATH FROM ENVIRONMENT "BRANCHPL_REPORT".
           IF WS-PROFIT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\BranchProfit.txt"
                   TO WS-PROFIT-PATH
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

           OPEN INPUT REASON-CODE-FILE.
           IF WS-REASON-CODE-STATUS = "00"
               PERFORM UNTIL WS-RC-EOF = "Y"
                   READ REASON-CODE-FILE
                       AT END MOVE "Y" TO WS-RC-EOF
                       NOT AT END
                           IF WS-REASON-COUNT < 50
                               ADD 1 TO WS-REASON-COUNT
                               SET WS-RC-IDX TO WS-REASON-COUNT
                               MOVE RC-CODE TO WS-RC-CODE (WS-RC-IDX)
                               MOVE RC-DESC TO WS-RC-DESC (WS-RC-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REASON-CODE-FILE
           END-IF.

      *> no branch master only costs the names and regions - every
      *> branch then reports under region UNKNOWN
           OPEN INPUT BRANCH-MASTER-FILE.
           IF WS-BRANCH-STATUS = "00"
               PERFORM UNTIL WS-BRANCH-EOF = "Y"
                   READ BRANCH-MASTER-FILE
                       AT END MOVE "Y" TO WS-BRANCH-EOF
                       NOT AT END
                           IF WS-BRANCH-COUNT < 200
                               ADD 1 TO WS-BRANCH-COUNT
                               SET WS-BM-IDX TO WS-BRANCH-COUNT
                               MOVE BM-BRANCH-CODE
                                   TO WS-BM-CODE (WS-BM-IDX)
                               MOVE BM-NAME TO WS-BM-NAME (WS-BM-IDX)
                               MOVE BM-REGION
                                   TO WS-BM-REGION (WS-BM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER-FILE
           END-IF.

      *> no allocation table leaves every department with head
      *> office - the statement still balances, it just says so
           OPEN INPUT DEPT-ALLOC-FILE.
           IF WS-ALLOC-STATUS = "00"
               PERFORM UNTIL WS-ALLOC-EOF = "Y"
                   READ DEPT-ALLOC-FILE
                       AT END MOVE "Y" TO WS-ALLOC-EOF
                       NOT AT END
                           IF WS-ALLOC-COUNT < 1000
                               ADD 1 TO WS-ALLOC-COUNT
                               SET WS-DA-IDX TO WS-ALLOC-COUNT
                               MOVE DA-DEPT TO WS-DA-DEPT (WS-DA-IDX)
                               MOVE DA-BRANCH
                                   TO WS-DA-BRANCH (WS-DA-IDX)
                               MOVE DA-PERCENT
                                   TO WS-DA-PERCENT (WS-DA-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-ALLOC-FILE
           ELSE
               DISPLAY "NO DEPARTMENT ALLOCATION TABLE - ALL STAFF "
                   "COST STAYS WITH HEAD OFFICE"
           END-IF.

           PERFORM UNTIL WS-CUR-MONTH NOT = WS-START-MONTH
               PERFORM READ-ONE-DAY
               PERFORM STEP-TO-NEXT-DAY
           END-PERFORM.

      *> the month's pay lines, charged to the employee's department
           OPEN INPUT PERSON.
           IF WS-PERSON-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PERSON FILE - STATUS "
                   WS-PERSON-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-EOF = "Y"
                   READ HISTORY-FILE
                       AT END MOVE "Y" TO WS-HISTORY-EOF
                       NOT AT END
                           IF PH-RUN-DATE (1:6) = WS-REPORT-MONTH
                               PERFORM TALLY-ONE-PAY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE PERSON.

           IF WS-DAY-COUNT = ZERO AND WS-PAY-LINES = ZERO
               DISPLAY "NO LEDGER DAYS AND NO PAY LINES FOR "
                   WS-REPORT-MONTH " - NOTHING TO REPORT"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DEPT-COUNT
               PERFORM ALLOCATE-ONE-DEPT
           END-PERFORM.

           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
               COMPUTE WS-PL-CONTRIB (WS-PL-IDX) =
                   WS-PL-REVENUE (WS-PL-IDX) - WS-PL-COGS (WS-PL-IDX)
                   + WS-PL-SHRINK (WS-PL-IDX)
                   - WS-PL-STAFF (WS-PL-IDX)
           END-PERFORM.

      *> branch order for the statement
           PERFORM VARYING WS-SORT-IDX1 FROM 1 BY 1
                   UNTIL WS-SORT-IDX1 > WS-PL-COUNT
               PERFORM VARYING WS-SORT-IDX2 FROM WS-SORT-IDX1 BY 1
                       UNTIL WS-SORT-IDX2 > WS-PL-COUNT
                   IF WS-PL-BRANCH (WS-SORT-IDX2) <
                           WS-PL-BRANCH (WS-SORT-IDX1)
                       MOVE WS-PL-ENTRY (WS-SORT-IDX1)
                           TO WS-SORT-TEMP
                       MOVE WS-PL-ENTRY (WS-SORT-IDX2)
                           TO WS-PL-ENTRY (WS-SORT-IDX1)
                       MOVE WS-SORT-TEMP
                           TO WS-PL-ENTRY (WS-SORT-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

           OPEN OUTPUT PROFIT-FILE.
           IF WS-PROFIT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BRANCH PROFIT REPORT - STATUS "
                   WS-PROFIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-DAY-COUNT TO WS-COUNT-EDIT.
           MOVE WS-RUN-COUNT TO WS-RANK.
           STRING "BRANCH CONTRIBUTION STATEMENT FOR " WS-REPORT-MONTH
               " - " WS-COUNT-EDIT " LEDGER DAYS, " WS-RANK
               " PAY RUNS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.

           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
               PERFORM WRITE-BRANCH-STATEMENT
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE "HEAD OFFICE" TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE "STAFF COST NOT ALLOCATED" TO WS-LINE-LABEL.
           COMPUTE WS-LINE-AMOUNT = 0 - WS-HEAD-OFFICE.
           PERFORM WRITE-MONEY-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE "COMPANY TOTAL" TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE "SALES" TO WS-LINE-LABEL.
           MOVE WS-CO-REVENUE TO WS-LINE-AMOUNT.
           PERFORM WRITE-MONEY-LINE.
           MOVE "COST OF SALES" TO WS-LINE-LABEL.
           COMPUTE WS-LINE-AMOUNT = 0 - WS-CO-COGS.
           PERFORM WRITE-MONEY-LINE.
           MOVE "GROSS MARGIN" TO WS-LINE-LABEL.
           COMPUTE WS-LINE-AMOUNT = WS-CO-REVENUE - WS-CO-COGS.
           PERFORM WRITE-MONEY-LINE.
           MOVE "SHRINKAGE" TO WS-LINE-LABEL.
           MOVE WS-CO-SHRINK TO WS-LINE-AMOUNT.
           PERFORM WRITE-MONEY-LINE.
           MOVE "STAFF COST - BRANCHES" TO WS-LINE-LABEL.
           COMPUTE WS-LINE-AMOUNT = 0 - WS-CO-STAFF.
           PERFORM WRITE-MONEY-LINE.
           MOVE "STAFF COST - HEAD OFFICE" TO WS-LINE-LABEL.
           COMPUTE WS-LINE-AMOUNT = 0 - WS-HEAD-OFFICE.
           PERFORM WRITE-MONEY-LINE.
           MOVE "CONTRIBUTION AFTER HEAD OFFICE" TO WS-LINE-LABEL.
           COMPUTE WS-LINE-AMOUNT = WS-CO-CONTRIB - WS-HEAD-OFFICE.
           PERFORM WRITE-MONEY-LINE.

           PERFORM WRITE-BRANCH-RANKING.
           PERFORM WRITE-REGION-RANKING.
           PERFORM WRITE-RECONCILIATION.
           CLOSE PROFIT-FILE.

           DISPLAY "BRANCH CONTRIBUTION STATEMENT FOR "
               WS-REPORT-MONTH " - " WS-PL-COUNT " BRANCHES, "
               WS-LEDGER-LINES " LEDGER LINES, " WS-PAY-LINES
               " PAY LINES".
           IF WS-UNPRICED-COUNT > ZERO
               DISPLAY WS-UNPRICED-COUNT " SELL LINES HAD NO SELLING"
                   " PRICE IN FORCE - SALES UNDERSTATED"
           END-IF.
           IF WS-UNKNOWN-EMP-COUNT > ZERO
               DISPLAY WS-UNKNOWN-EMP-COUNT " PAY LINES BELONG TO "
                   "EMPLOYEES NOT ON FILE - LEFT WITH HEAD OFFICE"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-OUT-OF-BALANCE
               DISPLAY "*** STATEMENT DOES NOT RECONCILE - SEE THE "
                   "RECONCILIATION AT THE END OF THE REPORT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-ONE-DAY.
           MOVE SPACES TO WS-LEDGER-PATH.
           STRING WS-LEDGER-DIR DELIMITED BY SPACE
               "MovementLedger-" DELIMITED BY SIZE
               WS-CUR-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-LEDGER-PATH.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DAY-COUNT.
           SET WS-DY-IDX TO WS-DAY-COUNT.
           MOVE WS-CUR-DATE-NUM TO WS-DY-DATE (WS-DY-IDX).
           MOVE ZERO TO WS-DY-REVENUE (WS-DY-IDX).
           MOVE ZERO TO WS-DY-COGS (WS-DY-IDX).
           MOVE "N" TO WS-LEDGER-EOF.
           PERFORM UNTIL WS-LEDGER-EOF = "Y"
               READ LEDGER-FILE
                   AT END MOVE "Y" TO WS-LEDGER-EOF
                   NOT AT END
                       ADD 1 TO WS-LEDGER-LINES
                       EVALUATE LG-TRAN-CODE
                           WHEN 1
                           WHEN 6
                               PERFORM TALLY-ONE-SELL
                           WHEN 4
                               PERFORM TALLY-ONE-ADJUSTMENT
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.

      *> priced and costed line for line as MARGINRPT does it, so
      *> the month is the sum of its daily margin reports
       TALLY-ONE-SELL.
           MOVE LG-BRANCH TO WS-CUR-BRANCH.
           PERFORM FIND-PL-ENTRY.
           MOVE ZERO TO WS-CUR-SELL.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-CODE (WS-PM-IDX) = LG-PRODUCT
                   MOVE WS-PM-SELL (WS-PM-IDX) TO WS-CUR-SELL
               END-IF
           END-PERFORM.
           MOVE LG-PRODUCT TO PF-PRODUCT.
           MOVE LG-BRANCH TO PF-BRANCH.
           MOVE WS-CUR-DATE-NUM TO PF-DATE.
           MOVE WS-CUR-SELL TO PF-PRICE.
           CALL "PRICEFIND" USING WS-PRICE-PARM.
           MOVE PF-PRICE TO WS-CUR-SELL.
           IF WS-CUR-SELL = ZERO
               ADD 1 TO WS-UNPRICED-COUNT
           END-IF.
      *> a return reverses the sale it came back against
           IF LG-TRAN-CODE = 6
               COMPUTE WS-SIGNED-QTY = 0 - LG-QUANTITY
           ELSE
               MOVE LG-QUANTITY TO WS-SIGNED-QTY
           END-IF.
           COMPUTE WS-LINE-REVENUE ROUNDED =
               WS-SIGNED-QTY * WS-CUR-SELL
               ON SIZE ERROR MOVE ZERO TO WS-LINE-REVENUE
           END-COMPUTE.
           COMPUTE WS-LINE-COGS ROUNDED =
               WS-SIGNED-QTY * LG-UNIT-COST
               ON SIZE ERROR MOVE ZERO TO WS-LINE-COGS
           END-COMPUTE.
           ADD WS-LINE-REVENUE TO WS-PL-REVENUE (WS-PL-MATCH).
           ADD WS-LINE-COGS TO WS-PL-COGS (WS-PL-MATCH).
           ADD WS-LINE-REVENUE TO WS-DY-REVENUE (WS-DY-IDX).
           ADD WS-LINE-COGS TO WS-DY-COGS (WS-DY-IDX).

      *> an adjustment's movement valued the SHRINKRPT way - the
      *> gap between the counted figure and what the card held
       TALLY-ONE-ADJUSTMENT.
           MOVE LG-BRANCH TO WS-CUR-BRANCH.
           PERFORM FIND-PL-ENTRY.
           COMPUTE WS-MOVE-DELTA = LG-AFTER-QTY - LG-BEFORE-QTY.
           COMPUTE WS-MOVE-VALUE ROUNDED =
               WS-MOVE-DELTA * LG-UNIT-COST
               ON SIZE ERROR MOVE ZERO TO WS-MOVE-VALUE
           END-COMPUTE.
           ADD WS-MOVE-VALUE TO WS-PL-SHRINK (WS-PL-MATCH).
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                   UNTIL WS-SH-IDX > WS-SHRINK-COUNT
               IF WS-SH-BRANCH (WS-SH-IDX) = LG-BRANCH AND
                       WS-SH-REASON (WS-SH-IDX) = LG-REASON-CODE
                   SET WS-FOUND TO TRUE
                   MOVE WS-SH-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND AND WS-SHRINK-COUNT < 500
               ADD 1 TO WS-SHRINK-COUNT
               MOVE WS-SHRINK-COUNT TO WS-MATCH-IDX
               MOVE LG-BRANCH TO WS-SH-BRANCH (WS-MATCH-IDX)
               MOVE LG-REASON-CODE TO WS-SH-REASON (WS-MATCH-IDX)
               MOVE ZERO TO WS-SH-VALUE (WS-MATCH-IDX)
               SET WS-FOUND TO TRUE
           END-IF.
           IF WS-FOUND
               ADD WS-MOVE-VALUE TO WS-SH-VALUE (WS-MATCH-IDX)
           END-IF.

      *> the branch's line of the month table, opened with its name
      *> and region from the branch master the first time it is met
       FIND-PL-ENTRY.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
               IF WS-PL-BRANCH (WS-PL-IDX) = WS-CUR-BRANCH
                   SET WS-FOUND TO TRUE
                   MOVE WS-PL-IDX TO WS-PL-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PL-COUNT.
           MOVE WS-PL-COUNT TO WS-PL-MATCH.
           MOVE WS-CUR-BRANCH TO WS-PL-BRANCH (WS-PL-MATCH).
           MOVE "NOT ON BRANCH MASTER" TO WS-PL-NAME (WS-PL-MATCH).
           MOVE "UNKNOWN" TO WS-PL-REGION (WS-PL-MATCH).
           PERFORM VARYING WS-BM-IDX FROM 1 BY 1
                   UNTIL WS-BM-IDX > WS-BRANCH-COUNT
               IF WS-BM-CODE (WS-BM-IDX) = WS-CUR-BRANCH
                   MOVE WS-BM-NAME (WS-BM-IDX)
                       TO WS-PL-NAME (WS-PL-MATCH)
                   MOVE WS-BM-REGION (WS-BM-IDX)
                       TO WS-PL-REGION (WS-PL-MATCH)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PL-REGION (WS-PL-MATCH) = SPACES
               MOVE "UNKNOWN" TO WS-PL-REGION (WS-PL-MATCH)
           END-IF.
           MOVE ZERO TO WS-PL-REVENUE (WS-PL-MATCH).
           MOVE ZERO TO WS-PL-COGS (WS-PL-MATCH).
           MOVE ZERO TO WS-PL-SHRINK (WS-PL-MATCH).
           MOVE ZERO TO WS-PL-STAFF (WS-PL-MATCH).
           MOVE ZERO TO WS-PL-CONTRIB (WS-PL-MATCH).

      *> gross plus the employer's pension - the cost PAYGL posts.
      *> An employee no longer on file has no department; the cost
      *> stays with head office rather than vanishing
       TALLY-ONE-PAY-LINE.
           ADD 1 TO WS-PAY-LINES.
           MOVE PH-GROSS TO WS-PAY-COST.
           MOVE ZERO TO WS-PAY-PENSION.
           IF PH-PENSION-ER IS NUMERIC
               MOVE PH-PENSION-ER TO WS-PAY-PENSION
           END-IF.
           ADD WS-PAY-PENSION TO WS-PAY-COST.

           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RUN-COUNT
               IF WS-RN-DATE (WS-RN-IDX) = PH-RUN-DATE
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND AND WS-RUN-COUNT < 50
               ADD 1 TO WS-RUN-COUNT
               SET WS-RN-IDX TO WS-RUN-COUNT
               MOVE PH-RUN-DATE TO WS-RN-DATE (WS-RN-IDX)
               MOVE ZERO TO WS-RN-GROSS (WS-RN-IDX)
               MOVE ZERO TO WS-RN-PENSION (WS-RN-IDX)
               SET WS-FOUND TO TRUE
           END-IF.
           IF WS-FOUND
               ADD PH-GROSS TO WS-RN-GROSS (WS-RN-IDX)
               ADD WS-PAY-PENSION TO WS-RN-PENSION (WS-RN-IDX)
           END-IF.

           MOVE PH-PERSON-ID TO PERSON-ID.
           READ PERSON
               INVALID KEY
                   ADD 1 TO WS-UNKNOWN-EMP-COUNT
                   ADD WS-PAY-COST TO WS-HEAD-OFFICE
                   EXIT PARAGRAPH
           END-READ.
           MOVE PERSON-DEPT TO WS-CUR-DEPT.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DEPT-COUNT
               IF WS-DP-DEPT (WS-DP-IDX) = WS-CUR-DEPT
                   SET WS-FOUND TO TRUE
                   MOVE WS-DP-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND AND WS-DEPT-COUNT < 50
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-MATCH-IDX
               MOVE WS-CUR-DEPT TO WS-DP-DEPT (WS-MATCH-IDX)
               MOVE ZERO TO WS-DP-COST (WS-MATCH-IDX)
               MOVE ZERO TO WS-DP-ALLOCATED (WS-MATCH-IDX)
               SET WS-FOUND TO TRUE
           END-IF.
           IF WS-FOUND
               ADD WS-PAY-COST TO WS-DP-COST (WS-MATCH-IDX)
           ELSE
               ADD WS-PAY-COST TO WS-HEAD-OFFICE
           END-IF.

      *> a department's cost shared to its branches; the pennies
      *> the rounding leaves and any share not allocated stay with
      *> head office, so the branches plus head office always come
      *> back to the payroll total
       ALLOCATE-ONE-DEPT.
           PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                   UNTIL WS-DA-IDX > WS-ALLOC-COUNT
               IF WS-DA-DEPT (WS-DA-IDX) = WS-DP-DEPT (WS-DP-IDX)
                   COMPUTE WS-SHARE ROUNDED =
                       WS-DP-COST (WS-DP-IDX)
                       * WS-DA-PERCENT (WS-DA-IDX) / 100
                   MOVE WS-DA-BRANCH (WS-DA-IDX) TO WS-CUR-BRANCH
                   PERFORM FIND-PL-ENTRY
                   ADD WS-SHARE TO WS-PL-STAFF (WS-PL-MATCH)
                   ADD WS-SHARE TO WS-DP-ALLOCATED (WS-DP-IDX)
               END-IF
           END-PERFORM.
           COMPUTE WS-HEAD-OFFICE = WS-HEAD-OFFICE
               + WS-DP-COST (WS-DP-IDX) - WS-DP-ALLOCATED (WS-DP-IDX).

       WRITE-BRANCH-STATEMENT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "BRANCH " WS-PL-BRANCH (WS-PL-IDX)
               " " WS-PL-NAME (WS-PL-IDX)
               "  REGION " WS-PL-REGION (WS-PL-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE "SALES" TO WS-LINE-LABEL.
           MOVE WS-PL-REVENUE (WS-PL-IDX) TO WS-LINE-AMOUNT.
           PERFORM WRITE-MONEY-LINE.
           MOVE "COST OF SALES" TO WS-LINE-LABEL.
           COMPUTE WS-LINE-AMOUNT = 0 - WS-PL-COGS (WS-PL-IDX).
           PERFORM WRITE-MONEY-LINE.
           MOVE "GROSS MARGIN" TO WS-LINE-LABEL.
           COMPUTE WS-LINE-AMOUNT = WS-PL-REVENUE (WS-PL-IDX)
               - WS-PL-COGS (WS-PL-IDX).
           PERFORM WRITE-MONEY-LINE.
      *> one shrinkage line per reason the branch adjusted under
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                   UNTIL WS-SH-IDX > WS-SHRINK-COUNT
               IF WS-SH-BRANCH (WS-SH-IDX) = WS-PL-BRANCH (WS-PL-IDX)
                   MOVE "(NO REASON KEYED)" TO WS-CUR-DESC
                   PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                           UNTIL WS-RC-IDX > WS-REASON-COUNT
                       IF WS-RC-CODE (WS-RC-IDX)
                               = WS-SH-REASON (WS-SH-IDX)
                           MOVE WS-RC-DESC (WS-RC-IDX) TO WS-CUR-DESC
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO WS-LINE-LABEL
                   STRING "SHRINKAGE " WS-SH-REASON (WS-SH-IDX)
                       " " WS-CUR-DESC
                       DELIMITED BY SIZE INTO WS-LINE-LABEL
                   END-STRING
                   MOVE WS-SH-VALUE (WS-SH-IDX) TO WS-LINE-AMOUNT
                   PERFORM WRITE-MONEY-LINE
               END-IF
           END-PERFORM.
           MOVE "STAFF COST ALLOCATED" TO WS-LINE-LABEL.
           COMPUTE WS-LINE-AMOUNT = 0 - WS-PL-STAFF (WS-PL-IDX).
           PERFORM WRITE-MONEY-LINE.
           MOVE "CONTRIBUTION" TO WS-LINE-LABEL.
           MOVE WS-PL-CONTRIB (WS-PL-IDX) TO WS-LINE-AMOUNT.
           PERFORM WRITE-MONEY-LINE.
           ADD WS-PL-REVENUE (WS-PL-IDX) TO WS-CO-REVENUE.
           ADD WS-PL-COGS (WS-PL-IDX) TO WS-CO-COGS.
           ADD WS-PL-SHRINK (WS-PL-IDX) TO WS-CO-SHRINK.
           ADD WS-PL-STAFF (WS-PL-IDX) TO WS-CO-STAFF.
           ADD WS-PL-CONTRIB (WS-PL-IDX) TO WS-CO-CONTRIB.

       WRITE-MONEY-LINE.
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    " WS-LINE-LABEL " " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.

      *> the branches best to worst on contribution - the statement
      *> is done with branch order, so the table is re-sorted here
       WRITE-BRANCH-RANKING.
           PERFORM VARYING WS-SORT-IDX1 FROM 1 BY 1
                   UNTIL WS-SORT-IDX1 > WS-PL-COUNT
               PERFORM VARYING WS-SORT-IDX2 FROM WS-SORT-IDX1 BY 1
                       UNTIL WS-SORT-IDX2 > WS-PL-COUNT
                   IF WS-PL-CONTRIB (WS-SORT-IDX2) >
                           WS-PL-CONTRIB (WS-SORT-IDX1)
                       MOVE WS-PL-ENTRY (WS-SORT-IDX1)
                           TO WS-SORT-TEMP
                       MOVE WS-PL-ENTRY (WS-SORT-IDX2)
                           TO WS-PL-ENTRY (WS-SORT-IDX1)
                       MOVE WS-SORT-TEMP
                           TO WS-PL-ENTRY (WS-SORT-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE "BRANCHES RANKED ON CONTRIBUTION" TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RANK BRANCH NAME                  "
               "REGION              SALES"
               "   GROSS MARGIN   CONTRIBUTION"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE ZERO TO WS-RANK.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
               ADD 1 TO WS-RANK
               MOVE WS-RANK TO WS-COUNT-EDIT
               MOVE WS-PL-REVENUE (WS-PL-IDX) TO WS-AMOUNT-EDIT
               COMPUTE WS-LINE-AMOUNT = WS-PL-REVENUE (WS-PL-IDX)
                   - WS-PL-COGS (WS-PL-IDX)
               MOVE WS-LINE-AMOUNT TO WS-AMOUNT-EDIT2
               MOVE WS-PL-CONTRIB (WS-PL-IDX) TO WS-AMOUNT-EDIT3
               MOVE SPACES TO WS-REPORT-LINE
               STRING " " WS-COUNT-EDIT "  " WS-PL-BRANCH (WS-PL-IDX)
                   "   " WS-PL-NAME (WS-PL-IDX)
                   "  " WS-PL-REGION (WS-PL-IDX)
                   WS-AMOUNT-EDIT WS-AMOUNT-EDIT2 WS-AMOUNT-EDIT3
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM PUT-LINE
               PERFORM ADD-TO-REGION
           END-PERFORM.

       ADD-TO-REGION.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > WS-REGION-COUNT
               IF WS-RG-REGION (WS-RG-IDX) = WS-PL-REGION (WS-PL-IDX)
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND AND WS-REGION-COUNT < 50
               ADD 1 TO WS-REGION-COUNT
               SET WS-RG-IDX TO WS-REGION-COUNT
               MOVE WS-PL-REGION (WS-PL-IDX) TO WS-RG-REGION (WS-RG-IDX)
               MOVE ZERO TO WS-RG-BRANCHES (WS-RG-IDX)
               MOVE ZERO TO WS-RG-CONTRIB (WS-RG-IDX)
               SET WS-FOUND TO TRUE
           END-IF.
           IF WS-FOUND
               ADD 1 TO WS-RG-BRANCHES (WS-RG-IDX)
               ADD WS-PL-CONTRIB (WS-PL-IDX)
                   TO WS-RG-CONTRIB (WS-RG-IDX)
           END-IF.

       WRITE-REGION-RANKING.
           PERFORM VARYING WS-SORT-IDX1 FROM 1 BY 1
                   UNTIL WS-SORT-IDX1 > WS-REGION-COUNT
               PERFORM VARYING WS-SORT-IDX2 FROM WS-SORT-IDX1 BY 1
                       UNTIL WS-SORT-IDX2 > WS-REGION-COUNT
                   IF WS-RG-CONTRIB (WS-SORT-IDX2) >
                           WS-RG-CONTRIB (WS-SORT-IDX1)
                       MOVE WS-RG-ENTRY (WS-SORT-IDX1) TO WS-RG-TEMP
                       MOVE WS-RG-ENTRY (WS-SORT-IDX2)
                           TO WS-RG-ENTRY (WS-SORT-IDX1)
                       MOVE WS-RG-TEMP TO WS-RG-ENTRY (WS-SORT-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE "REGIONS RANKED ON CONTRIBUTION" TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE "RANK REGION      BRANCHES   CONTRIBUTION"
               TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE ZERO TO WS-RANK.
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > WS-REGION-COUNT
               ADD 1 TO WS-RANK
               MOVE WS-RANK TO WS-COUNT-EDIT
               MOVE WS-RG-CONTRIB (WS-RG-IDX) TO WS-AMOUNT-EDIT
               MOVE WS-RG-BRANCHES (WS-RG-IDX) TO WS-RG-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING " " WS-COUNT-EDIT "  " WS-RG-REGION (WS-RG-IDX)
                   " " WS-RG-COUNT-EDIT WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM PUT-LINE
           END-PERFORM.

      *> the control figures built day by day and run by run, proved
      *> against the statement's totals
       WRITE-RECONCILIATION.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE "RECONCILIATION TO MARGINRPT - ONE LINE PER LEDGER DAY"
               TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE "    DATE              SALES  COST OF SALES"
               & "   GROSS MARGIN" TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           PERFORM VARYING WS-DY-IDX FROM 1 BY 1
                   UNTIL WS-DY-IDX > WS-DAY-COUNT
               MOVE WS-DY-REVENUE (WS-DY-IDX) TO WS-AMOUNT-EDIT
               MOVE WS-DY-COGS (WS-DY-IDX) TO WS-AMOUNT-EDIT2
               COMPUTE WS-LINE-AMOUNT = WS-DY-REVENUE (WS-DY-IDX)
                   - WS-DY-COGS (WS-DY-IDX)
               MOVE WS-LINE-AMOUNT TO WS-AMOUNT-EDIT3
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    " WS-DY-DATE (WS-DY-IDX)
                   WS-AMOUNT-EDIT WS-AMOUNT-EDIT2 WS-AMOUNT-EDIT3
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM PUT-LINE
               ADD WS-DY-REVENUE (WS-DY-IDX) TO WS-RC-REVENUE
               ADD WS-DY-COGS (WS-DY-IDX) TO WS-RC-COGS
           END-PERFORM.
           MOVE WS-RC-REVENUE TO WS-AMOUNT-EDIT.
           MOVE WS-RC-COGS TO WS-AMOUNT-EDIT2.
           COMPUTE WS-LINE-AMOUNT = WS-RC-REVENUE - WS-RC-COGS.
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-EDIT3.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    MONTH   " WS-AMOUNT-EDIT WS-AMOUNT-EDIT2
               WS-AMOUNT-EDIT3
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           IF WS-RC-REVENUE = WS-CO-REVENUE AND
                   WS-RC-COGS = WS-CO-COGS
               MOVE "    AGREES WITH THE STATEMENT'S SALES AND COST OF"
                   & " SALES" TO WS-REPORT-LINE
           ELSE
               SET WS-OUT-OF-BALANCE TO TRUE
               MOVE "    *** DOES NOT AGREE WITH THE STATEMENT'S SALES"
                   & " AND COST OF SALES" TO WS-REPORT-LINE
           END-IF.
           PERFORM PUT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE "RECONCILIATION TO PAYGL - ONE LINE PER PAY RUN"
               TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE "    RUN DATE          GROSS     ER PENSION"
               & "    POSTED COST" TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RUN-COUNT
               MOVE WS-RN-GROSS (WS-RN-IDX) TO WS-AMOUNT-EDIT
               MOVE WS-RN-PENSION (WS-RN-IDX) TO WS-AMOUNT-EDIT2
               COMPUTE WS-LINE-AMOUNT = WS-RN-GROSS (WS-RN-IDX)
                   + WS-RN-PENSION (WS-RN-IDX)
               MOVE WS-LINE-AMOUNT TO WS-AMOUNT-EDIT3
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    " WS-RN-DATE (WS-RN-IDX)
                   WS-AMOUNT-EDIT WS-AMOUNT-EDIT2 WS-AMOUNT-EDIT3
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM PUT-LINE
               ADD WS-RN-GROSS (WS-RN-IDX) TO WS-RC-GROSS
               ADD WS-RN-PENSION (WS-RN-IDX) TO WS-RC-PENSION
           END-PERFORM.
           COMPUTE WS-RC-PAYROLL = WS-RC-GROSS + WS-RC-PENSION.
           MOVE WS-RC-GROSS TO WS-AMOUNT-EDIT.
           MOVE WS-RC-PENSION TO WS-AMOUNT-EDIT2.
           MOVE WS-RC-PAYROLL TO WS-AMOUNT-EDIT3.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    MONTH   " WS-AMOUNT-EDIT WS-AMOUNT-EDIT2
               WS-AMOUNT-EDIT3
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           COMPUTE WS-RC-STAFF = WS-CO-STAFF + WS-HEAD-OFFICE.
           IF WS-RC-PAYROLL = WS-RC-STAFF
               MOVE "    AGREES WITH BRANCH PLUS HEAD OFFICE STAFF COST"
                   TO WS-REPORT-LINE
           ELSE
               SET WS-OUT-OF-BALANCE TO TRUE
               MOVE "    *** DOES NOT AGREE WITH BRANCH PLUS HEAD "
                   & "OFFICE STAFF COST" TO WS-REPORT-LINE
           END-IF.
           PERFORM PUT-LINE.

       PUT-LINE.
           MOVE WS-REPORT-LINE TO PROFIT-LINE.
           WRITE PROFIT-LINE.

       STEP-TO-NEXT-DAY.
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

       END PROGRAM BRANCHPL.
