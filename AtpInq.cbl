       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPINQ.

      *> answers the counter's real question - not "how many has
      *> branch Y got" (STOCKINQ) but "how many can we promise, and
      *> where": the operator keys a product and sees every branch
      *> with its on-hand, what open sales orders and backorders
      *> already claim, what is in transit to it, the open purchase
      *> orders due in each of the next four weeks, and the quantity
      *> that can be promised today and by the end of each of those
      *> weeks. The figures come from the shared ATPCALC routine,
      *> the same one ORDERENT calls to suggest another branch. Loops
      *> until the 99 quit sentinel.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO DYNAMIC WS-PRODUCT-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-LINE.
               COPY PRODUCT-MASTER.

       WORKING-STORAGE SECTION.
           01 WS-PRODUCT-TABLE.
               05 WS-PM-ENTRY OCCURS 200 TIMES INDEXED BY WS-PM-IDX.
                   10 WS-PM-CODE PIC 9(2).
                   10 WS-PM-DESC PIC X(20).
           01 WS-PM-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-PM-EOF PIC A(1) VALUE "N".

      *> 99 is the sentinel that ends the inquiry loop
           01 WS-QUIT-PRODUCT PIC 9(2) VALUE 99.
           01 WS-ASK-PRODUCT PIC 9(2).

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-DESC-OUT PIC X(20).

      *> the shared available-to-promise calculation
           01 WS-ATP-PARM.
               COPY ATP-PARM.
           01 WS-WEEK-IDX PIC 9(1).

           01 WS-ATP-LINE.
               05 ATP-BRANCH PIC 9(3).
               05 ATP-ON-HAND PIC -ZZZZZ9.
               05 ATP-ALLOCATED PIC -ZZZZZ9.
               05 ATP-BACKORDER PIC -ZZZZZ9.
               05 ATP-IN-TRANSIT PIC -ZZZZZ9.
               05 ATP-PO-DUE PIC -ZZZZZ9 OCCURS 4 TIMES.
               05 FILLER PIC X(2) VALUE SPACES.
               05 ATP-PROMISE PIC -ZZZZZ9 OCCURS 5 TIMES.

           01 WS-TODAY PIC 9(8).

           01 WS-PRODUCT-MASTER-PATH PIC X(80).
           01 WS-PRODUCT-MASTER-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-PRODUCT-MASTER-PATH FROM ENVIRONMENT
               "ASSIGNTWO_PRODUCTMASTER".
           IF WS-PRODUCT-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ProductMaster.txt"
                   TO WS-PRODUCT-MASTER-PATH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

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
                       IF WS-PM-COUNT < 200
                           ADD 1 TO WS-PM-COUNT
                           SET WS-PM-IDX TO WS-PM-COUNT
                           MOVE PM-PRODUCT-CODE
                               TO WS-PM-CODE (WS-PM-IDX)
                           MOVE PM-DESCRIPTION
                               TO WS-PM-DESC (WS-PM-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-MASTER-FILE.

           DISPLAY "Enter product code (99 to quit)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-PRODUCT.

           PERFORM UNTIL WS-ASK-PRODUCT = WS-QUIT-PRODUCT
               SET WS-NOT-FOUND TO TRUE
               PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                       UNTIL WS-PM-IDX > WS-PM-COUNT
                   IF WS-PM-CODE (WS-PM-IDX) = WS-ASK-PRODUCT
                       SET WS-FOUND TO TRUE
                       MOVE WS-PM-DESC (WS-PM-IDX) TO WS-DESC-OUT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-NOT-FOUND
                   DISPLAY "PRODUCT " WS-ASK-PRODUCT " NOT ON FILE"
               ELSE
                   PERFORM SHOW-ONE-PRODUCT
               END-IF
               DISPLAY "Enter product code (99 to quit)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-PRODUCT
           END-PERFORM.
           STOP RUN.

       SHOW-ONE-PRODUCT.
           MOVE WS-ASK-PRODUCT TO AT-PRODUCT.
           MOVE WS-TODAY TO AT-DATE.
           CALL "ATPCALC" USING WS-ATP-PARM.
           DISPLAY "PRODUCT " WS-ASK-PRODUCT " " WS-DESC-OUT
               " - AVAILABLE TO PROMISE AT " WS-TODAY.
           DISPLAY "                               "
               "PO DUE IN WEEK                "
               "CAN PROMISE NOW AND BY END OF WEEK".
           DISPLAY "BR ON HAND ORDERS BKORDRTRANSIT"
               "      1      2      3      4"
               "      NOW      1      2      3      4".
           IF AT-BRANCH-COUNT = ZERO
               DISPLAY "NO VALID BRANCHES ON FILE"
           END-IF.
           PERFORM VARYING AT-IDX FROM 1 BY 1
                   UNTIL AT-IDX > AT-BRANCH-COUNT
               MOVE AT-BRANCH (AT-IDX) TO ATP-BRANCH
               MOVE AT-ON-HAND (AT-IDX) TO ATP-ON-HAND
               MOVE AT-ALLOCATED (AT-IDX) TO ATP-ALLOCATED
               MOVE AT-BACKORDER (AT-IDX) TO ATP-BACKORDER
               MOVE AT-IN-TRANSIT (AT-IDX) TO ATP-IN-TRANSIT
               PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                       UNTIL WS-WEEK-IDX > 4
                   MOVE AT-PO-DUE (AT-IDX, WS-WEEK-IDX)
                       TO ATP-PO-DUE (WS-WEEK-IDX)
               END-PERFORM
               PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                       UNTIL WS-WEEK-IDX > 5
                   MOVE AT-ATP (AT-IDX, WS-WEEK-IDX)
                       TO ATP-PROMISE (WS-WEEK-IDX)
               END-PERFORM
               DISPLAY WS-ATP-LINE
           END-PERFORM.

       END PROGRAM ATPINQ.
