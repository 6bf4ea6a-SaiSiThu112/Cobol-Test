       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPIRYRPT.

      *> daily expiry report: every lot on StockLots.txt that still
      *> holds stock and goes out of date within the look-ahead
      *> window (EXPIRYRPT_DAYS, default 30) is listed branch by
      *> branch, soonest first, with the days it has left - a lot
      *> already past its date is flagged so it comes off the shelf
      *> today. Stock on the blank no-expiry lot never appears.
      *> Serial-day arithmetic is the same shape SERVICEREPT uses
      *> for length of service.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT STOCK-LOT-FILE ASSIGN TO DYNAMIC WS-STOCK-LOT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-LOT-STATUS.

           SELECT BRANCH-MASTER-FILE
               ASSIGN TO DYNAMIC WS-BRANCH-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-MASTER-STATUS.

           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO DYNAMIC WS-PRODUCT-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT EXPIRY-FILE ASSIGN TO DYNAMIC WS-EXPIRY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPIRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD STOCK-LOT-FILE.
           01 STOCK-LOT-REC.
               COPY STOCK-LOT.

           FD BRANCH-MASTER-FILE.
           01 BRANCH-MASTER-LINE.
               COPY BRANCH-MASTER.

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-LINE.
               COPY PRODUCT-MASTER.

           FD EXPIRY-FILE.
           01 EXPIRY-LINE PIC X(100).

       WORKING-STORAGE SECTION.
      *> the lots inside the window, sorted branch by branch and
      *> soonest-expiring first before anything is printed
           01 WS-EX-TABLE.
               05 WS-EX-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-EX-COUNT
                       INDEXED BY WS-EX-IDX.
                   10 WS-EX-BRANCH PIC 9(3).
                   10 WS-EX-EXPIRY PIC 9(8).
                   10 WS-EX-PRODUCT PIC 9(2).
                   10 WS-EX-LOT PIC X(10).
                   10 WS-EX-QUANTITY PIC S9(5)V99.
                   10 WS-EX-DAYS-LEFT PIC S9(5).
           01 WS-EX-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-LOT-EOF PIC A(1) VALUE "N".

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

           01 WS-WINDOW-IN PIC X(3) JUSTIFIED RIGHT.
           01 WS-WINDOW-DAYS PIC 9(3) VALUE 30.
           01 WS-NO-EXPIRY PIC 9(8) VALUE 99999999.

           01 WS-RUN-DATE PIC 9(8).

      *> serial-day arithmetic, the SERVICEREPT shape
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
           01 WS-DAYS-LEFT PIC S9(5).

           01 WS-CUR-BRANCH PIC 9(3).
           01 WS-CUR-NAME PIC X(20).
           01 WS-CUR-DESC PIC X(20).
           01 WS-BRANCH-QTY PIC S9(7)V99.
           01 WS-BRANCH-LOTS PIC 9(5).
           01 WS-EXPIRED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-BAD-DATE-COUNT PIC 9(5) VALUE ZERO.

           01 WS-DAYS-EDIT PIC ----9.
           01 WS-WINDOW-EDIT PIC ZZ9.
           01 WS-COUNT-EDIT PIC ZZZZ9.
           01 WS-QTY-EDIT PIC -ZZZZZ9.99.
           01 WS-TOTAL-EDIT PIC -ZZZZZZZ9.99.
           01 WS-REPORT-LINE PIC X(100).

           01 WS-STOCK-LOT-PATH PIC X(80).
           01 WS-BRANCH-MASTER-PATH PIC X(80).
           01 WS-PRODUCT-MASTER-PATH PIC X(80).
           01 WS-EXPIRY-PATH PIC X(80).
           01 WS-STOCK-LOT-STATUS PIC X(2).
           01 WS-BRANCH-MASTER-STATUS PIC X(2).
           01 WS-PRODUCT-MASTER-STATUS PIC X(2).
           01 WS-EXPIRY-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-STOCK-LOT-PATH FROM ENVIRONMENT
               "ASSIGNTWO_STOCKLOTS".
           IF WS-STOCK-LOT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\StockLots.txt"
                   TO WS-STOCK-LOT-PATH
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
           ACCEPT WS-EXPIRY-PATH FROM ENVIRONMENT "EXPIRYRPT_REPORT".
           IF WS-EXPIRY-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ExpiryReport.txt"
                   TO WS-EXPIRY-PATH
           END-IF.
           ACCEPT WS-WINDOW-IN FROM ENVIRONMENT "EXPIRYRPT_DAYS".
           IF WS-WINDOW-IN NOT = SPACES
               INSPECT WS-WINDOW-IN REPLACING LEADING " " BY "0"
               IF WS-WINDOW-IN IS NUMERIC
                   MOVE WS-WINDOW-IN TO WS-WINDOW-DAYS
               END-IF
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-CONV-DATE.
           PERFORM DATE-TO-SERIAL.
           MOVE WS-CONV-SERIAL TO WS-TODAY-SERIAL.

      *> branch names and product descriptions are dressing only - a
      *> missing master just leaves the column blank
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

           OPEN INPUT STOCK-LOT-FILE.
           IF WS-STOCK-LOT-STATUS NOT = "00"
               DISPLAY "NO STOCK LOT FILE - RUN ASSIGNTWO FIRST"
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-LOT-EOF = "Y"
               READ STOCK-LOT-FILE
                   AT END MOVE "Y" TO WS-LOT-EOF
                   NOT AT END
                       PERFORM SELECT-ONE-LOT
               END-READ
           END-PERFORM.
           CLOSE STOCK-LOT-FILE.

           SORT WS-EX-ENTRY
               ASCENDING KEY WS-EX-BRANCH
               ASCENDING KEY WS-EX-EXPIRY
               ASCENDING KEY WS-EX-PRODUCT
               ASCENDING KEY WS-EX-LOT.

           OPEN OUTPUT EXPIRY-FILE.
           IF WS-EXPIRY-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EXPIRY REPORT - STATUS "
                   WS-EXPIRY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-WINDOW-DAYS TO WS-WINDOW-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "LOTS EXPIRING WITHIN " WS-WINDOW-EDIT
               " DAYS OF " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO EXPIRY-LINE.
           WRITE EXPIRY-LINE.
           DISPLAY WS-REPORT-LINE.

           IF WS-EX-COUNT = ZERO
               MOVE "NO LOTS EXPIRE INSIDE THE WINDOW" TO EXPIRY-LINE
               WRITE EXPIRY-LINE
           END-IF.

           MOVE ZERO TO WS-CUR-BRANCH.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-COUNT
               IF WS-EX-IDX = 1 OR
                       WS-EX-BRANCH (WS-EX-IDX) NOT = WS-CUR-BRANCH
                   IF WS-EX-IDX > 1
                       PERFORM WRITE-BRANCH-TOTAL
                   END-IF
                   PERFORM WRITE-BRANCH-HEADING
               END-IF
               PERFORM WRITE-LOT-LINE
           END-PERFORM.
           IF WS-EX-COUNT > ZERO
               PERFORM WRITE-BRANCH-TOTAL
           END-IF.

           CLOSE EXPIRY-FILE.
           MOVE WS-EX-COUNT TO WS-COUNT-EDIT.
           DISPLAY WS-COUNT-EDIT " LOTS INSIDE THE WINDOW, "
               WS-EXPIRED-COUNT " ALREADY PAST THEIR DATE".
           IF WS-BAD-DATE-COUNT > ZERO
               DISPLAY WS-BAD-DATE-COUNT " LOTS CARRY AN EXPIRY DATE "
                   "THAT IS NOT A CALENDAR DATE - NOT REPORTED"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> a lot with stock on it whose expiry falls inside the window -
      *> already past counts too, it is the most urgent of all
       SELECT-ONE-LOT.
           IF LOT-QUANTITY NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           IF LOT-EXPIRY-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF LOT-EXPIRY-DATE = WS-NO-EXPIRY OR
                   LOT-EXPIRY-DATE = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE LOT-EXPIRY-DATE TO WS-CONV-DATE.
           IF WS-CONV-MONTH < 1 OR WS-CONV-MONTH > 12
               ADD 1 TO WS-BAD-DATE-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM DATE-TO-SERIAL.
           COMPUTE WS-DAYS-LEFT = WS-CONV-SERIAL - WS-TODAY-SERIAL.
           IF WS-DAYS-LEFT > WS-WINDOW-DAYS
               EXIT PARAGRAPH
           END-IF.
           IF WS-EX-COUNT < 20000
               ADD 1 TO WS-EX-COUNT
               SET WS-EX-IDX TO WS-EX-COUNT
               MOVE LOT-BRANCH-CODE TO WS-EX-BRANCH (WS-EX-IDX)
               MOVE LOT-EXPIRY-DATE TO WS-EX-EXPIRY (WS-EX-IDX)
               MOVE LOT-PRODUCT-CODE TO WS-EX-PRODUCT (WS-EX-IDX)
               MOVE LOT-NUMBER TO WS-EX-LOT (WS-EX-IDX)
               MOVE LOT-QUANTITY TO WS-EX-QUANTITY (WS-EX-IDX)
               MOVE WS-DAYS-LEFT TO WS-EX-DAYS-LEFT (WS-EX-IDX)
           END-IF.

       WRITE-BRANCH-HEADING.
           MOVE WS-EX-BRANCH (WS-EX-IDX) TO WS-CUR-BRANCH.
           MOVE SPACES TO WS-CUR-NAME.
           PERFORM VARYING WS-BN-IDX FROM 1 BY 1
                   UNTIL WS-BN-IDX > WS-BN-COUNT
               IF WS-BN-CODE (WS-BN-IDX) = WS-CUR-BRANCH
                   MOVE WS-BN-NAME (WS-BN-IDX) TO WS-CUR-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-BRANCH-QTY.
           MOVE ZERO TO WS-BRANCH-LOTS.
           MOVE SPACES TO EXPIRY-LINE.
           WRITE EXPIRY-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "BRANCH " WS-CUR-BRANCH " " WS-CUR-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO EXPIRY-LINE.
           WRITE EXPIRY-LINE.
           MOVE "PRODUCT" TO WS-REPORT-LINE.
           MOVE "LOT" TO WS-REPORT-LINE (26:3).
           MOVE "EXPIRY" TO WS-REPORT-LINE (38:6).
           MOVE "DAYS" TO WS-REPORT-LINE (48:4).
           MOVE "QUANTITY" TO WS-REPORT-LINE (55:8).
           MOVE WS-REPORT-LINE TO EXPIRY-LINE.
           WRITE EXPIRY-LINE.

       WRITE-LOT-LINE.
           MOVE SPACES TO WS-CUR-DESC.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-CODE (WS-PM-IDX) = WS-EX-PRODUCT (WS-EX-IDX)
                   MOVE WS-PM-DESC (WS-PM-IDX) TO WS-CUR-DESC
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-EX-DAYS-LEFT (WS-EX-IDX) TO WS-DAYS-EDIT.
           MOVE WS-EX-QUANTITY (WS-EX-IDX) TO WS-QTY-EDIT.
           ADD WS-EX-QUANTITY (WS-EX-IDX) TO WS-BRANCH-QTY.
           ADD 1 TO WS-BRANCH-LOTS.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-EX-DAYS-LEFT (WS-EX-IDX) < ZERO
               ADD 1 TO WS-EXPIRED-COUNT
               STRING WS-EX-PRODUCT (WS-EX-IDX) " " WS-CUR-DESC
                   "  " WS-EX-LOT (WS-EX-IDX)
                   "  " WS-EX-EXPIRY (WS-EX-IDX)
                   " " WS-DAYS-EDIT
                   " " WS-QTY-EDIT
                   "  *** EXPIRED - PULL FROM SALE ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING WS-EX-PRODUCT (WS-EX-IDX) " " WS-CUR-DESC
                   "  " WS-EX-LOT (WS-EX-IDX)
                   "  " WS-EX-EXPIRY (WS-EX-IDX)
                   " " WS-DAYS-EDIT
                   " " WS-QTY-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           MOVE WS-REPORT-LINE TO EXPIRY-LINE.
           WRITE EXPIRY-LINE.

       WRITE-BRANCH-TOTAL.
           MOVE WS-BRANCH-QTY TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "BRANCH " WS-CUR-BRANCH " TOTAL "
               WS-BRANCH-LOTS " LOTS" WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO EXPIRY-LINE.
           WRITE EXPIRY-LINE.
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

       END PROGRAM EXPIRYRPT.
