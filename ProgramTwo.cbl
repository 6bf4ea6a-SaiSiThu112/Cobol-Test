               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           *> the input is sorted into region/branch/product order
           *> here before the control break ever sees it, so a record
           *> appended out of order can no longer split a branch's
           *> totals in two (the SORT/SD arrangement Sort.cbl uses)
           SELECT SORT-WORK ASSIGN TO SRTWRK.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.

           *> branch names and regions behind the codes, for the
           *> region break and the ranking listings
           SELECT BRANCH-MASTER-FILE
               ASSIGN TO DYNAMIC WS-BRANCH-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
                       ==STK-QUANTITY== BY ==QUANTITY==
                       ==STK-UNIT-COST== BY ==UNIT-COST==
                       ==STK-LAST-MOVEMENT== BY ==LAST-MOVEMENT==
                       ==STK-LAST-MOVE-DATE== BY ==LAST-MOVE-DATE==
                       ==STK-QUARANTINE-QTY== BY ==QUARANTINE-QTY==.
      *> the branch's region off BranchMaster.txt, carried on the
      *> sorted copy only - blank on the closing file itself
               05 REGION-NAME PIC X(10).

           FD REPORT-FILE.
           01 REPORT-LINE PIC X(50).
                       ==STK-UNIT-COST== BY ==WRK-UNIT-COST==
                       ==STK-LAST-MOVEMENT== BY ==WRK-LAST-MOVEMENT==
                       ==STK-LAST-MOVE-DATE==
                           BY ==WRK-LAST-MOVE-DATE==
                       ==STK-QUARANTINE-QTY== BY ==WRK-QUARANTINE-QTY==.
               05 WRK-REGION PIC X(10).

           FD SORTED-FILE.
           01 SORTED-REC.
                       ==STK-UNIT-COST== BY ==SRT-UNIT-COST==
                       ==STK-LAST-MOVEMENT== BY ==SRT-LAST-MOVEMENT==
                       ==STK-LAST-MOVE-DATE==
                           BY ==SRT-LAST-MOVE-DATE==
                       ==STK-QUARANTINE-QTY== BY ==SRT-QUARANTINE-QTY==.
               05 SRT-REGION PIC X(10).

       WORKING-STORAGE SECTION.
      *> the closing file's control trailer, proven against what was
      *> inside the branch-level break above
           01 WS-PRODUCT-TOTAL PIC S9(7)V99 VALUE ZERO.

      *> the region level above the branch break: the region being
      *> totalled, its running quantity and how many branches it
      *> has had so far
           01 WS-REGION PIC X(10).
           01 WS-TEMP-REGION PIC X(10) VALUE SPACES.
           01 WS-REGION-TOTAL PIC S9(9)V99 VALUE ZERO.
           01 WS-REGION-BRANCHES PIC 9(3) VALUE ZERO.
           01 WS-REGION-TOTAL-EDIT PIC -ZZZZZZZZ9.99.

      *> work area the printed lines are built in before being
      *> written to REPORT-FILE
           01 WS-REPORT-LINE PIC X(50).
           01 WS-RANK-TEMP-CODE PIC 9(3).
           01 WS-RANK-TEMP-TOTAL PIC S9(7)V99.

      *> region totals banked as each region break fires, ranked
      *> the same way as the branches once the file has been read
           01 WS-REGION-TABLE.
               05 WS-RT-ENTRY OCCURS 100 TIMES INDEXED BY WS-RT-IDX.
                   10 WS-RT-REGION PIC X(10).
                   10 WS-RT-BRANCHES PIC 9(3).
                   10 WS-RT-TOTAL PIC S9(9)V99.
           01 WS-REGION-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-RT-TEMP.
               05 WS-RT-TEMP-REGION PIC X(10).
               05 WS-RT-TEMP-BRANCHES PIC 9(3).
               05 WS-RT-TEMP-TOTAL PIC S9(9)V99.
           01 WS-SORT-EOF PIC A(1) VALUE "N".

           01 WS-PRODUCT-STATUS PIC X(2).
           01 WS-BRANCH-MASTER-STATUS PIC X(2).
           01 WS-BRANCH-MASTER-PATH PIC X(80).
               05 WS-BN-ENTRY OCCURS 100 TIMES INDEXED BY WS-BN-IDX.
                   10 WS-BN-CODE PIC 9(3).
                   10 WS-BN-NAME PIC X(20).
                   10 WS-BN-REGION PIC X(10).
           01 WS-BN-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-BN-EOF PIC A(1) VALUE "N".
           01 WS-RANK-NAME PIC X(20).
                           MOVE BM-BRANCH-CODE
                               TO WS-BN-CODE (WS-BN-IDX)
                           MOVE BM-NAME TO WS-BN-NAME (WS-BN-IDX)
                           MOVE BM-REGION TO WS-BN-REGION (WS-BN-IDX)
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER-FILE
           END-IF.

      *> sort the balances into region/branch/product order first -
      *> the input procedure stamps each card with its branch's
      *> region on the way in, and the read loop then opens the
      *> sorted copy through the same PRODUCT-FILE select
           ACCEPT WS-SORTED-PATH FROM ENVIRONMENT "ASSIGNONE_SORTED".
           IF WS-SORTED-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SortedBalance.txt"
                   TO WS-SORTED-PATH
           END-IF.
           SORT SORT-WORK
               ON ASCENDING KEY WRK-REGION
               ON ASCENDING KEY WRK-BRANCH-CODE
               ON ASCENDING KEY WRK-PRODUCT-CODE
               INPUT PROCEDURE IS FEED-SORT-WORK
               GIVING SORTED-FILE.
           MOVE WS-SORTED-PATH TO WS-PRODUCT-PATH.

           OPEN INPUT PRODUCT-FILE.
                 MOVE BRANCH-CODE TO WS-BRANCH-CODE
                 MOVE PRODUCT-CODE TO WS-PRODUCT-CODE
                 MOVE QUANTITY TO WS-QUANTITY
                 MOVE REGION-NAME TO WS-REGION
                 ADD 1 TO WS-RECORDS-READ
                 IF WS-RECORDS-READ = 1
                     MOVE WS-REGION TO WS-TEMP-REGION
                 END-IF

                 IF WS-TEMP-BRANCH-CODE = ZERO AND
                     WS-TEMP-QUANTITY = ZERO
                   MOVE WS-TOTALQUANTITY
                       TO WS-BT-TOTAL (WS-BRANCH-COUNT)

                   *> the finished branch counts toward its region;
                   *> a new region closes the old one off
                   ADD 1 TO WS-REGION-BRANCHES
                   ADD WS-TOTALQUANTITY TO WS-REGION-TOTAL
                   IF WS-REGION NOT = WS-TEMP-REGION
                       PERFORM WRITE-REGION-TOTAL
                       MOVE WS-REGION TO WS-TEMP-REGION
                   END-IF

                     MOVE WS-PRODUCT TO WS-TEMP-PRODUCT
                     MOVE WS-QUANTITY TO WS-TOTALQUANTITY
                     MOVE WS-QUANTITY TO WS-PRODUCT-TOTAL
           MOVE WS-TOTALQUANTITY
               TO WS-BT-TOTAL (WS-BRANCH-COUNT).

           *> and the final region with it
           ADD 1 TO WS-REGION-BRANCHES.
           ADD WS-TOTALQUANTITY TO WS-REGION-TOTAL.
           PERFORM WRITE-REGION-TOTAL.

           MOVE WS-GRAND-TOTAL TO WS-GRAND-TOTAL-EDIT.
           DISPLAY "GRAND TOTAL  " WS-GRAND-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
               ADD 1 TO WS-RECORDS-WRITTEN
           END-PERFORM.

      *> the regions ranked the same way, each with how many
      *> branches stand behind its total
           PERFORM VARYING WS-RANK-IDX1 FROM 1 BY 1
               UNTIL WS-RANK-IDX1 > WS-REGION-COUNT
               PERFORM VARYING WS-RANK-IDX2 FROM WS-RANK-IDX1 BY 1
                   UNTIL WS-RANK-IDX2 > WS-REGION-COUNT
                   IF WS-RT-TOTAL (WS-RANK-IDX2) >
                       WS-RT-TOTAL (WS-RANK-IDX1)
                       MOVE WS-RT-ENTRY (WS-RANK-IDX1) TO WS-RT-TEMP
                       MOVE WS-RT-ENTRY (WS-RANK-IDX2)
                           TO WS-RT-ENTRY (WS-RANK-IDX1)
                       MOVE WS-RT-TEMP TO WS-RT-ENTRY (WS-RANK-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

           DISPLAY "REGION RANKING BY QUANTITY, HIGHEST FIRST".
           MOVE "REGION RANKING BY QUANTITY, HIGHEST FIRST"
               TO WS-REPORT-LINE.
           WRITE REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM VARYING WS-RANK-IDX1 FROM 1 BY 1
               UNTIL WS-RANK-IDX1 > WS-REGION-COUNT
               MOVE WS-RT-TOTAL (WS-RANK-IDX1) TO WS-REGION-TOTAL-EDIT
               DISPLAY "       " WS-RT-REGION (WS-RANK-IDX1)
                       " " WS-RT-BRANCHES (WS-RANK-IDX1) " BRANCHES"
                       "  " WS-REGION-TOTAL-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "       " WS-RT-REGION (WS-RANK-IDX1)
                      " " WS-RT-BRANCHES (WS-RANK-IDX1) " BRANCHES"
                      "  " WS-REGION-TOTAL-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
               ADD 1 TO WS-RECORDS-WRITTEN
           END-PERFORM.

           CLOSE PRODUCT-FILE.
           CLOSE REPORT-FILE.

           CLOSE JOB-LOG-FILE.

           STOP RUN.

      *> every card goes to the sort with its branch's region on it;
      *> a branch with no region on the master, or not on the master
      *> at all, goes under UNASSIGNED so its stock still reaches
      *> the totals. The control trailer is kept aside, not sorted
       FEED-SORT-WORK.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODUCT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRODUCT FILE - STATUS "
                   WS-PRODUCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               READ PRODUCT-FILE
                   AT END MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       IF PRODUCT (1:7) = "TRAILER"
                           MOVE PRODUCT TO WS-TRAILER-IN
                           SET WS-TRAILER-SEEN TO TRUE
                       ELSE
                           MOVE PRODUCT TO WORK-REC
                           MOVE "UNASSIGNED" TO WRK-REGION
                           PERFORM VARYING WS-BN-IDX FROM 1 BY 1
                                   UNTIL WS-BN-IDX > WS-BN-COUNT
                               IF WS-BN-CODE (WS-BN-IDX) = BRANCH-CODE
                                   IF WS-BN-REGION (WS-BN-IDX)
                                           NOT = SPACES
                                       MOVE WS-BN-REGION (WS-BN-IDX)
                                           TO WRK-REGION
                                   END-IF
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                           RELEASE WORK-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-FILE.

      *> one region subtotal line, banked for the region ranking,
      *> then the running figures start over for the next region
       WRITE-REGION-TOTAL.
           MOVE WS-REGION-TOTAL TO WS-REGION-TOTAL-EDIT.
           DISPLAY "REGION " WS-TEMP-REGION " " WS-REGION-BRANCHES
                   " BRANCHES " WS-REGION-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REGION " WS-TEMP-REGION " " WS-REGION-BRANCHES
                  " BRANCHES " WS-REGION-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REPORT-LINE FROM WS-REPORT-LINE.
           ADD 1 TO WS-RECORDS-WRITTEN.
           IF WS-REGION-COUNT < 100
               ADD 1 TO WS-REGION-COUNT
               SET WS-RT-IDX TO WS-REGION-COUNT
               MOVE WS-TEMP-REGION TO WS-RT-REGION (WS-RT-IDX)
               MOVE WS-REGION-BRANCHES TO WS-RT-BRANCHES (WS-RT-IDX)
               MOVE WS-REGION-TOTAL TO WS-RT-TOTAL (WS-RT-IDX)
           END-IF.
           MOVE ZERO TO WS-REGION-TOTAL.
           MOVE ZERO TO WS-REGION-BRANCHES.
       END PROGRAM ASSIGNONE.
