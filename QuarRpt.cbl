       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUARRPT.

      *> quarantine report: everything held on QuarantineHold.txt,
      *> branch by branch and reason by reason, oldest hold first,
      *> with how many days it has been held and what it is worth at
      *> the card's carried cost off the current closing balance. A
      *> hold older than system parameter QUARAGE (QUARRPT_AGE_DAYS
      *> as the emergency override, default 30) is flagged overdue
      *> and the run ends with return code 4, so stock that should
      *> have been released back to sale or written off does not sit
      *> in the back room for ever. Reason descriptions come off the
      *> same ReasonCode.txt table the capture programs check
      *> against. Serial-day arithmetic is the EXPIRYRPT shape.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT QUARANTINE-FILE ASSIGN TO DYNAMIC WS-QUARANTINE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARANTINE-STATUS.

           SELECT CLOSING-FILE ASSIGN TO DYNAMIC WS-CLOSING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSING-STATUS.

           SELECT BRANCH-MASTER-FILE
               ASSIGN TO DYNAMIC WS-BRANCH-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-MASTER-STATUS.

           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO DYNAMIC WS-PRODUCT-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT REASON-CODE-FILE
               ASSIGN TO DYNAMIC WS-REASON-CODE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-CODE-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD QUARANTINE-FILE.
           01 QUARANTINE-HOLD-REC.
               COPY QUARANTINE-HOLD.

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

           FD BRANCH-MASTER-FILE.
           01 BRANCH-MASTER-LINE.
               COPY BRANCH-MASTER.

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-LINE.
               COPY PRODUCT-MASTER.

           FD REASON-CODE-FILE.
           01 REASON-CODE-LINE.
               05 RC-CODE PIC X(2).
               05 RC-DESC PIC X(20).

           FD REPORT-FILE.
           01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
      *> the holds with stock on them, sorted branch, reason and
      *> oldest first before anything is printed
           01 WS-QR-TABLE.
               05 WS-QR-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-QR-COUNT
                       INDEXED BY WS-QR-IDX.
                   10 WS-QR-BRANCH PIC 9(3).
                   10 WS-QR-REASON PIC X(2).
                   10 WS-QR-DATE PIC 9(8).
                   10 WS-QR-PRODUCT PIC 9(2).
                   10 WS-QR-QUANTITY PIC S9(5)V99.
                   10 WS-QR-DAYS-HELD PIC S9(5).
           01 WS-QR-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-QH-EOF PIC A(1) VALUE "N".

      *> each card's carried cost, to put a value on what it holds
           01 WS-CARD-TABLE.
               05 WS-CD-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-CARD-COUNT
                       INDEXED BY WS-CD-IDX.
                   10 WS-CD-BRANCH PIC 9(3).
                   10 WS-CD-PRODUCT PIC 9(2).
                   10 WS-CD-UNIT-COST PIC 9(5)V99.
           01 WS-CARD-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-CLOSE-EOF PIC A(1) VALUE "N".

           01 WS-BRANCH-TABLE.
               05 WS-BN-ENTRY OCCURS 500 TIMES INDEXED BY WS-BN-IDX.
                   10 WS-BN-CODE PIC 9(3).
                   10 WS-BN-NAME PIC X(20).
           01 WS-BN-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-BN-EOF PIC A(1) VALUE "N".

           01 WS-PRODUCT-TABLE.
               05 WS-PM-ENTRY OCCURS 200 TIMES INDEXED BY WS-PM-IDX.
                   10 WS-PM-CODE PIC 9(2).
                   10 WS-PM-DESC PIC X(20).
           01 WS-PM-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-PM-EOF PIC A(1) VALUE "N".

           01 WS-REASON-TABLE.
               05 WS-RC-ENTRY OCCURS 100 TIMES INDEXED BY WS-RC-IDX.
                   10 WS-RC-CODE PIC X(2).
                   10 WS-RC-DESC PIC X(20).
           01 WS-REASON-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-RC-EOF PIC A(1) VALUE "N".

      *> holds older than this many days are overdue
           01 WS-AGE-IN PIC X(4) JUSTIFIED RIGHT.
           01 WS-AGE-LIMIT PIC 9(4) VALUE 30.
           01 WS-PARM-GET.
               COPY PARM-GET-PARM.

           01 WS-RUN-DATE PIC 9(8).

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
           01 WS-LEAP-REM PIC 9(4).
           01 WS-PRIOR-YEAR PIC 9(4).

           01 WS-TODAY-SERIAL PIC 9(7).
           01 WS-DAYS-HELD PIC S9(5).

           01 WS-CUR-BRANCH PIC 9(3).
           01 WS-CUR-REASON PIC X(2).
           01 WS-CUR-NAME PIC X(20).
           01 WS-CUR-DESC PIC X(20).
           01 WS-CUR-REASON-DESC PIC X(20).
           01 WS-UNIT-COST PIC 9(5)V99.
           01 WS-LINE-VALUE PIC S9(9)V99.
           01 WS-REASON-QTY PIC S9(7)V99.
           01 WS-REASON-VALUE PIC S9(9)V99.
           01 WS-BRANCH-QTY PIC S9(7)V99.
           01 WS-BRANCH-VALUE PIC S9(9)V99.
           01 WS-GRAND-QTY PIC S9(7)V99 VALUE ZERO.
           01 WS-GRAND-VALUE PIC S9(9)V99 VALUE ZERO.
           01 WS-OVERDUE-COUNT PIC 9(5) VALUE ZERO.
           01 WS-BAD-DATE-COUNT PIC 9(5) VALUE ZERO.

           01 WS-DAYS-EDIT PIC ----9.
           01 WS-AGE-EDIT PIC ZZZ9.
           01 WS-COUNT-EDIT PIC ZZZZ9.
           01 WS-QTY-EDIT PIC -ZZZZZ9.99.
           01 WS-VALUE-EDIT PIC -ZZZZZZZZ9.99.
           01 WS-TOTAL-EDIT PIC -ZZZZZZZ9.99.
           01 WS-REPORT-LINE PIC X(100).

           01 WS-QUARANTINE-PATH PIC X(80).
           01 WS-CLOSING-PATH PIC X(80).
           01 WS-BRANCH-MASTER-PATH PIC X(80).
           01 WS-PRODUCT-MASTER-PATH PIC X(80).
           01 WS-REASON-CODE-PATH PIC X(80).
           01 WS-REPORT-PATH PIC X(80).
           01 WS-QUARANTINE-STATUS PIC X(2).
           01 WS-CLOSING-STATUS PIC X(2).
           01 WS-BRANCH-MASTER-STATUS PIC X(2).
           01 WS-PRODUCT-MASTER-STATUS PIC X(2).
           01 WS-REASON-CODE-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-QUARANTINE-PATH FROM ENVIRONMENT
               "QUARANTINE_FILE".
           IF WS-QUARANTINE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\QuarantineHold.txt"
                   TO WS-QUARANTINE-PATH
           END-IF.
           ACCEPT WS-CLOSING-PATH FROM ENVIRONMENT
               "ASSIGNTWO_CLOSINGCURRENT".
           IF WS-CLOSING-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Closingbalance.txt"
                   TO WS-CLOSING-PATH
           END-IF.
           ACCEPT WS-BRANCH-MASTER-PATH FROM ENVIRONMENT
               "BRANCHMASTER_FILE".
           IF WS-BRANCH-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\BranchMaster.txt"
                   TO WS-BRANCH-MASTER-PATH
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
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "QUARRPT_REPORT".
           IF WS-REPORT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\QuarantineReport.txt"
                   TO WS-REPORT-PATH
           END-IF.

           MOVE "QUARAGE" TO PG-NAME.
           CALL "PARMGET" USING WS-PARM-GET.
           IF PG-FOUND
               MOVE PG-VALUE TO WS-AGE-LIMIT
           END-IF.
           ACCEPT WS-AGE-IN FROM ENVIRONMENT "QUARRPT_AGE_DAYS".
           IF WS-AGE-IN NOT = SPACES
               INSPECT WS-AGE-IN REPLACING LEADING " " BY "0"
               IF WS-AGE-IN IS NUMERIC
                   MOVE WS-AGE-IN TO WS-AGE-LIMIT
                   DISPLAY "QUARRPT_AGE_DAYS IS OVERRIDING SYSTEM "
                       "PARAMETER QUARAGE"
               END-IF
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-CONV-DATE.
           PERFORM DATE-TO-SERIAL.
           MOVE WS-CONV-SERIAL TO WS-TODAY-SERIAL.

      *> names, descriptions and costs are dressing only - a missing
      *> master just leaves the column blank or the value at zero
           OPEN INPUT BRANCH-MASTER-FILE.
           IF WS-BRANCH-MASTER-STATUS = "00"
               PERFORM UNTIL WS-BN-EOF = "Y"
                   READ BRANCH-MASTER-FILE
                       AT END MOVE "Y" TO WS-BN-EOF
                       NOT AT END
                           IF WS-BN-COUNT < 500
                               ADD 1 TO WS-BN-COUNT
                               SET WS-BN-IDX TO WS-BN-COUNT
                               MOVE BM-BRANCH-CODE
                                   TO WS-BN-CODE (WS-BN-IDX)
                               MOVE BM-NAME TO WS-BN-NAME (WS-BN-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER-FILE
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
           OPEN INPUT REASON-CODE-FILE.
           IF WS-REASON-CODE-STATUS = "00"
               PERFORM UNTIL WS-RC-EOF = "Y"
                   READ REASON-CODE-FILE
                       AT END MOVE "Y" TO WS-RC-EOF
                       NOT AT END
                           IF WS-REASON-COUNT < 100
                               ADD 1 TO WS-REASON-COUNT
                               SET WS-RC-IDX TO WS-REASON-COUNT
                               MOVE RC-CODE TO WS-RC-CODE (WS-RC-IDX)
                               MOVE RC-DESC TO WS-RC-DESC (WS-RC-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REASON-CODE-FILE
           END-IF.
           OPEN INPUT CLOSING-FILE.
           IF WS-CLOSING-STATUS = "00"
               PERFORM UNTIL WS-CLOSE-EOF = "Y"
                   READ CLOSING-FILE
                       AT END MOVE "Y" TO WS-CLOSE-EOF
                       NOT AT END
      *> the control trailer on the end of a balance file is a
      *> label, not a card
                        IF CLOSING-REC (1:7) NOT = "TRAILER" AND
                                WS-CARD-COUNT < 20000
                           ADD 1 TO WS-CARD-COUNT
                           SET WS-CD-IDX TO WS-CARD-COUNT
                           MOVE CLS-BRANCH-CODE
                               TO WS-CD-BRANCH (WS-CD-IDX)
                           MOVE CLS-PRODUCT-CODE
                               TO WS-CD-PRODUCT (WS-CD-IDX)
                           MOVE CLS-UNIT-COST
                               TO WS-CD-UNIT-COST (WS-CD-IDX)
                        END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSING-FILE
           END-IF.

      *> no hold file yet just means nothing has ever been held
           OPEN INPUT QUARANTINE-FILE.
           IF WS-QUARANTINE-STATUS = "00"
               PERFORM UNTIL WS-QH-EOF = "Y"
                   READ QUARANTINE-FILE
                       AT END MOVE "Y" TO WS-QH-EOF
                       NOT AT END
                           PERFORM SELECT-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE QUARANTINE-FILE
           ELSE
               IF WS-QUARANTINE-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING QUARANTINE HOLD FILE - "
                       "STATUS " WS-QUARANTINE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           SORT WS-QR-ENTRY
               ASCENDING KEY WS-QR-BRANCH
               ASCENDING KEY WS-QR-REASON
               ASCENDING KEY WS-QR-DATE
               ASCENDING KEY WS-QR-PRODUCT.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING QUARANTINE REPORT - STATUS "
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-AGE-LIMIT TO WS-AGE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "STOCK HELD IN QUARANTINE AT " WS-RUN-DATE
               " - OVERDUE AFTER " WS-AGE-EDIT " DAYS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY WS-REPORT-LINE.

           IF WS-QR-COUNT = ZERO
               MOVE "NOTHING IS HELD IN QUARANTINE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           PERFORM VARYING WS-QR-IDX FROM 1 BY 1
                   UNTIL WS-QR-IDX > WS-QR-COUNT
               IF WS-QR-IDX = 1 OR
                       WS-QR-BRANCH (WS-QR-IDX) NOT = WS-CUR-BRANCH
                   IF WS-QR-IDX > 1
                       PERFORM WRITE-REASON-TOTAL
                       PERFORM WRITE-BRANCH-TOTAL
                   END-IF
                   PERFORM WRITE-BRANCH-HEADING
                   PERFORM WRITE-REASON-HEADING
               ELSE
                   IF WS-QR-REASON (WS-QR-IDX) NOT = WS-CUR-REASON
                       PERFORM WRITE-REASON-TOTAL
                       PERFORM WRITE-REASON-HEADING
                   END-IF
               END-IF
               PERFORM WRITE-HOLD-LINE
           END-PERFORM.
           IF WS-QR-COUNT > ZERO
               PERFORM WRITE-REASON-TOTAL
               PERFORM WRITE-BRANCH-TOTAL
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-GRAND-QTY TO WS-TOTAL-EDIT.
           MOVE WS-GRAND-VALUE TO WS-VALUE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ALL BRANCHES HELD " WS-TOTAL-EDIT
               " VALUE " WS-VALUE-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY WS-REPORT-LINE.

           CLOSE REPORT-FILE.
           MOVE WS-QR-COUNT TO WS-COUNT-EDIT.
           DISPLAY WS-COUNT-EDIT " HOLDS LISTED, "
               WS-OVERDUE-COUNT " OVERDUE".
           IF WS-OVERDUE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-BAD-DATE-COUNT > ZERO
               DISPLAY WS-BAD-DATE-COUNT " HOLDS CARRY A HELD DATE "
                   "THAT IS NOT A CALENDAR DATE - NOT REPORTED"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> a hold with stock still on it, aged from the day it went in
       SELECT-ONE-HOLD.
           IF QH-QUANTITY NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           IF QH-HELD-DATE NOT NUMERIC
               ADD 1 TO WS-BAD-DATE-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE QH-HELD-DATE TO WS-CONV-DATE.
           IF WS-CONV-MONTH < 1 OR WS-CONV-MONTH > 12
               ADD 1 TO WS-BAD-DATE-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM DATE-TO-SERIAL.
           COMPUTE WS-DAYS-HELD = WS-TODAY-SERIAL - WS-CONV-SERIAL.
           IF WS-QR-COUNT < 20000
               ADD 1 TO WS-QR-COUNT
               SET WS-QR-IDX TO WS-QR-COUNT
               MOVE QH-BRANCH-CODE TO WS-QR-BRANCH (WS-QR-IDX)
               MOVE QH-REASON-CODE TO WS-QR-REASON (WS-QR-IDX)
               MOVE QH-HELD-DATE TO WS-QR-DATE (WS-QR-IDX)
               MOVE QH-PRODUCT-CODE TO WS-QR-PRODUCT (WS-QR-IDX)
               MOVE QH-QUANTITY TO WS-QR-QUANTITY (WS-QR-IDX)
               MOVE WS-DAYS-HELD TO WS-QR-DAYS-HELD (WS-QR-IDX)
           END-IF.

       WRITE-BRANCH-HEADING.
           MOVE WS-QR-BRANCH (WS-QR-IDX) TO WS-CUR-BRANCH.
           MOVE SPACES TO WS-CUR-NAME.
           PERFORM VARYING WS-BN-IDX FROM 1 BY 1
                   UNTIL WS-BN-IDX > WS-BN-COUNT
               IF WS-BN-CODE (WS-BN-IDX) = WS-CUR-BRANCH
                   MOVE WS-BN-NAME (WS-BN-IDX) TO WS-CUR-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-BRANCH-QTY.
           MOVE ZERO TO WS-BRANCH-VALUE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "BRANCH " WS-CUR-BRANCH " " WS-CUR-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *> a blank reason is stock the cards held before the holds
      *> were kept, or a shortfall the posting run put back
       WRITE-REASON-HEADING.
           MOVE WS-QR-REASON (WS-QR-IDX) TO WS-CUR-REASON.
           MOVE SPACES TO WS-CUR-REASON-DESC.
           IF WS-CUR-REASON = SPACES
               MOVE "NO REASON RECORDED" TO WS-CUR-REASON-DESC
           ELSE
               PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                       UNTIL WS-RC-IDX > WS-REASON-COUNT
                   IF WS-RC-CODE (WS-RC-IDX) = WS-CUR-REASON
                       MOVE WS-RC-DESC (WS-RC-IDX)
                           TO WS-CUR-REASON-DESC
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           MOVE ZERO TO WS-REASON-QTY.
           MOVE ZERO TO WS-REASON-VALUE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  REASON " WS-CUR-REASON " " WS-CUR-REASON-DESC
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "PRODUCT" TO WS-REPORT-LINE (5:7).
           MOVE "HELD" TO WS-REPORT-LINE (30:4).
           MOVE "DAYS" TO WS-REPORT-LINE (41:4).
           MOVE "QUANTITY" TO WS-REPORT-LINE (48:8).
           MOVE "VALUE" TO WS-REPORT-LINE (65:5).
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-HOLD-LINE.
           MOVE SPACES TO WS-CUR-DESC.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-CODE (WS-PM-IDX) = WS-QR-PRODUCT (WS-QR-IDX)
                   MOVE WS-PM-DESC (WS-PM-IDX) TO WS-CUR-DESC
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-UNIT-COST.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CARD-COUNT
               IF WS-CD-BRANCH (WS-CD-IDX) = WS-QR-BRANCH (WS-QR-IDX)
                       AND WS-CD-PRODUCT (WS-CD-IDX) =
                       WS-QR-PRODUCT (WS-QR-IDX)
                   MOVE WS-CD-UNIT-COST (WS-CD-IDX) TO WS-UNIT-COST
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           COMPUTE WS-LINE-VALUE ROUNDED =
               WS-QR-QUANTITY (WS-QR-IDX) * WS-UNIT-COST
               ON SIZE ERROR MOVE ZERO TO WS-LINE-VALUE
           END-COMPUTE.
           ADD WS-QR-QUANTITY (WS-QR-IDX) TO WS-REASON-QTY.
           ADD WS-LINE-VALUE TO WS-REASON-VALUE.
           MOVE WS-QR-DAYS-HELD (WS-QR-IDX) TO WS-DAYS-EDIT.
           MOVE WS-QR-QUANTITY (WS-QR-IDX) TO WS-QTY-EDIT.
           MOVE WS-LINE-VALUE TO WS-VALUE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-QR-DAYS-HELD (WS-QR-IDX) > WS-AGE-LIMIT
               ADD 1 TO WS-OVERDUE-COUNT
               STRING "    " WS-QR-PRODUCT (WS-QR-IDX) " " WS-CUR-DESC
                   "  " WS-QR-DATE (WS-QR-IDX)
                   "  " WS-DAYS-EDIT
                   " " WS-QTY-EDIT
                   " " WS-VALUE-EDIT
                   "  *** OVERDUE ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "    " WS-QR-PRODUCT (WS-QR-IDX) " " WS-CUR-DESC
                   "  " WS-QR-DATE (WS-QR-IDX)
                   "  " WS-DAYS-EDIT
                   " " WS-QTY-EDIT
                   " " WS-VALUE-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REASON-TOTAL.
           ADD WS-REASON-QTY TO WS-BRANCH-QTY.
           ADD WS-REASON-VALUE TO WS-BRANCH-VALUE.
           MOVE WS-REASON-QTY TO WS-TOTAL-EDIT.
           MOVE WS-REASON-VALUE TO WS-VALUE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  REASON " WS-CUR-REASON " TOTAL" WS-TOTAL-EDIT
               " VALUE " WS-VALUE-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-BRANCH-TOTAL.
           ADD WS-BRANCH-QTY TO WS-GRAND-QTY.
           ADD WS-BRANCH-VALUE TO WS-GRAND-VALUE.
           MOVE WS-BRANCH-QTY TO WS-TOTAL-EDIT.
           MOVE WS-BRANCH-VALUE TO WS-VALUE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "BRANCH " WS-CUR-BRANCH " TOTAL HELD" WS-TOTAL-EDIT
               " VALUE " WS-VALUE-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY WS-REPORT-LINE.

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

       END PROGRAM QUARRPT.
