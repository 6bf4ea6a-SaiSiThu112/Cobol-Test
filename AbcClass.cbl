       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCCLASS.

      *> ABC classification of the product range, so the cycle-count
      *> scheduler (CYCLECNT) spends the counters' time where the
      *> money is. The date range is given on the command line the
      *> TURNOVER way (YYYYMMDD YYYYMMDD) and every dated movement
      *> ledger in it is read. The value moved on a product is the
      *> stock that went out of its cards - sells and transfers out -
      *> at the card's unit cost when it moved (the STK-UNIT-COST the
      *> ledger line carries), scaled up from the days in the range
      *> to a year. Products are ranked by that annual value: those
      *> making up the first 80% of the total are class A, the next
      *> 15% class B and the rest, with everything that did not move
      *> at all, class C. The classes go to ProductClass.txt, which
      *> the run replaces, and the ranking to AbcReport.txt.

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

           SELECT PRODUCT-CLASS-FILE ASSIGN TO DYNAMIC WS-CLASS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-STATUS.

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

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-LINE.
               COPY PRODUCT-MASTER.

           FD PRODUCT-CLASS-FILE.
           01 PRODUCT-CLASS-LINE.
               COPY PRODUCT-CLASS.

           FD REPORT-FILE.
           01 REPORT-LINE PIC X(90).

       WORKING-STORAGE SECTION.
      *> every product on the master with the value moved on it,
      *> sorted highest value first once the ledgers are read
           01 WS-PRODUCT-TABLE.
               05 WS-PR-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-PRODUCT-COUNT
                       INDEXED BY WS-PR-IDX.
                   10 WS-PR-VALUE PIC S9(11)V99.
                   10 WS-PR-CODE PIC 9(2).
                   10 WS-PR-DESC PIC X(20).
                   10 WS-PR-ANNUAL PIC S9(11)V99.
                   10 WS-PR-CLASS PIC X(1).
           01 WS-PRODUCT-COUNT PIC 9(4) COMP VALUE ZERO.

      *> the split: A up to 80% of the annual value, B up to 95%
           01 WS-A-LIMIT PIC 9(3) VALUE 80.
           01 WS-B-LIMIT PIC 9(3) VALUE 95.

           01 WS-ARGS PIC X(20).
           01 WS-ARG-FIELDS REDEFINES WS-ARGS.
               05 WS-START-DATE PIC X(8).
               05 FILLER PIC X(1).
               05 WS-END-DATE PIC X(8).
               05 FILLER PIC X(3).

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

           01 WS-LEDGER-EOF PIC A(1).
           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-DAYS-IN-RANGE PIC 9(5) VALUE ZERO.
           01 WS-DAYS-FOUND PIC 9(4) VALUE ZERO.
           01 WS-TODAY PIC 9(8).

           01 WS-LINE-VALUE PIC S9(11)V99.
           01 WS-TOTAL-ANNUAL PIC S9(13)V99 VALUE ZERO.
           01 WS-CUM-ANNUAL PIC S9(13)V99 VALUE ZERO.
           01 WS-CUM-PCT PIC 9(3)V99.
           01 WS-A-COUNT PIC 9(4) VALUE ZERO.
           01 WS-B-COUNT PIC 9(4) VALUE ZERO.
           01 WS-C-COUNT PIC 9(4) VALUE ZERO.

           01 WS-VALUE-EDIT PIC Z(10)9.99.
           01 WS-PCT-EDIT PIC ZZ9.99.
           01 WS-OUT-LINE PIC X(90).

           01 WS-DATA-DIR PIC X(60).
           01 WS-LEDGER-PATH PIC X(80).
           01 WS-PRODUCT-MASTER-PATH PIC X(80).
           01 WS-CLASS-PATH PIC X(80).
           01 WS-REPORT-PATH PIC X(80).
           01 WS-LEDGER-STATUS PIC X(2).
           01 WS-PRODUCT-MASTER-STATUS PIC X(2).
           01 WS-CLASS-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ARGS FROM COMMAND-LINE.
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
           ACCEPT WS-CLASS-PATH FROM ENVIRONMENT "PRODUCTCLASS_FILE".
           IF WS-CLASS-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ProductClass.txt"
                   TO WS-CLASS-PATH
           END-IF.
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "ABCCLASS_REPORT".
           IF WS-REPORT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\AbcReport.txt"
                   TO WS-REPORT-PATH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           IF WS-START-DATE NOT NUMERIC OR WS-END-DATE NOT NUMERIC
               DISPLAY "ABCCLASS: GIVE THE DATE RANGE AS YYYYMMDD "
                   "YYYYMMDD ON THE COMMAND LINE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-START-DATE TO WS-CUR-DATE.
           MOVE WS-END-DATE TO WS-END-DATE-NUM.
           IF WS-CUR-DATE-NUM > WS-END-DATE-NUM
               DISPLAY "ABCCLASS: START DATE IS AFTER END DATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PRODUCT-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRODUCT MASTER - STATUS "
                   WS-PRODUCT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-MASTER-EOF = "Y"
               READ PRODUCT-MASTER-FILE
                   AT END MOVE "Y" TO WS-MASTER-EOF
                   NOT AT END
                       IF WS-PRODUCT-COUNT < 200
                           ADD 1 TO WS-PRODUCT-COUNT
                           SET WS-PR-IDX TO WS-PRODUCT-COUNT
                           MOVE PM-PRODUCT-CODE
                               TO WS-PR-CODE (WS-PR-IDX)
                           MOVE PM-DESCRIPTION
                               TO WS-PR-DESC (WS-PR-IDX)
                           MOVE ZERO TO WS-PR-VALUE (WS-PR-IDX)
                           MOVE ZERO TO WS-PR-ANNUAL (WS-PR-IDX)
                           MOVE "C" TO WS-PR-CLASS (WS-PR-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-MASTER-FILE.

           PERFORM UNTIL WS-CUR-DATE-NUM > WS-END-DATE-NUM
               ADD 1 TO WS-DAYS-IN-RANGE
               PERFORM FOLD-ONE-DAY
               PERFORM STEP-TO-NEXT-DAY
           END-PERFORM.

           IF WS-DAYS-FOUND = ZERO
               DISPLAY "ABCCLASS: NO LEDGER HISTORY FOUND IN THE "
                   "RANGE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> a range shorter or longer than a year is scaled to one, by
      *> calendar days so a closed Sunday is not a day of no demand
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PRODUCT-COUNT
               COMPUTE WS-PR-ANNUAL (WS-PR-IDX) ROUNDED =
                   WS-PR-VALUE (WS-PR-IDX) * 365 / WS-DAYS-IN-RANGE
                   ON SIZE ERROR
                       MOVE ZERO TO WS-PR-ANNUAL (WS-PR-IDX)
               END-COMPUTE
               IF WS-PR-ANNUAL (WS-PR-IDX) < ZERO
                   MOVE ZERO TO WS-PR-ANNUAL (WS-PR-IDX)
               END-IF
               ADD WS-PR-ANNUAL (WS-PR-IDX) TO WS-TOTAL-ANNUAL
           END-PERFORM.

           IF WS-PRODUCT-COUNT > 1
               SORT WS-PR-ENTRY
                   DESCENDING KEY WS-PR-VALUE
                   ASCENDING KEY WS-PR-CODE
           END-IF.

           OPEN OUTPUT PRODUCT-CLASS-FILE.
           IF WS-CLASS-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRODUCT CLASS FILE - STATUS "
                   WS-CLASS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ABC REPORT - STATUS "
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "ABC CLASSIFICATION " WS-START-DATE " TO "
               WS-END-DATE " - " WS-DAYS-FOUND " LEDGER DAYS"
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           MOVE WS-OUT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "PR DESCRIPTION            ANNUAL VALUE  CUM %  CLASS"
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           MOVE WS-OUT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PRODUCT-COUNT
               PERFORM CLASSIFY-ONE-PRODUCT
           END-PERFORM.

           MOVE WS-TOTAL-ANNUAL TO WS-VALUE-EDIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "TOTAL ANNUAL VALUE " WS-VALUE-EDIT
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           MOVE WS-OUT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "CLASS A " WS-A-COUNT "  CLASS B " WS-B-COUNT
               "  CLASS C " WS-C-COUNT
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           MOVE WS-OUT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           CLOSE PRODUCT-CLASS-FILE.
           DISPLAY WS-OUT-LINE.
           STOP RUN.

      *> a product is A while the value ranked above it is still
      *> short of the A share, so the top line is always an A even
      *> when it carries most of the money on its own
       CLASSIFY-ONE-PRODUCT.
           IF WS-TOTAL-ANNUAL > ZERO
               COMPUTE WS-CUM-PCT =
                   WS-CUM-ANNUAL * 100 / WS-TOTAL-ANNUAL
           ELSE
               MOVE 100 TO WS-CUM-PCT
           END-IF.
           EVALUATE TRUE
               WHEN WS-PR-ANNUAL (WS-PR-IDX) NOT > ZERO
                   MOVE "C" TO WS-PR-CLASS (WS-PR-IDX)
               WHEN WS-CUM-PCT < WS-A-LIMIT
                   MOVE "A" TO WS-PR-CLASS (WS-PR-IDX)
               WHEN WS-CUM-PCT < WS-B-LIMIT
                   MOVE "B" TO WS-PR-CLASS (WS-PR-IDX)
               WHEN OTHER
                   MOVE "C" TO WS-PR-CLASS (WS-PR-IDX)
           END-EVALUATE.
           EVALUATE WS-PR-CLASS (WS-PR-IDX)
               WHEN "A"
                   ADD 1 TO WS-A-COUNT
               WHEN "B"
                   ADD 1 TO WS-B-COUNT
               WHEN OTHER
                   ADD 1 TO WS-C-COUNT
           END-EVALUATE.
           ADD WS-PR-ANNUAL (WS-PR-IDX) TO WS-CUM-ANNUAL.
           IF WS-TOTAL-ANNUAL > ZERO
               COMPUTE WS-CUM-PCT =
                   WS-CUM-ANNUAL * 100 / WS-TOTAL-ANNUAL
           END-IF.

           MOVE WS-PR-CODE (WS-PR-IDX) TO PC-PRODUCT-CODE.
           MOVE WS-PR-CLASS (WS-PR-IDX) TO PC-CLASS.
           MOVE WS-PR-ANNUAL (WS-PR-IDX) TO PC-ANNUAL-VALUE.
           MOVE WS-TODAY TO PC-CLASS-DATE.
           WRITE PRODUCT-CLASS-LINE.

           MOVE WS-PR-ANNUAL (WS-PR-IDX) TO WS-VALUE-EDIT.
           MOVE WS-CUM-PCT TO WS-PCT-EDIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING WS-PR-CODE (WS-PR-IDX) " "
               WS-PR-DESC (WS-PR-IDX) " "
               WS-VALUE-EDIT " " WS-PCT-EDIT "    "
               WS-PR-CLASS (WS-PR-IDX)
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           MOVE WS-OUT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *> a day with no ledger is skipped; stock going out of a card
      *> is its sells and its transfers out, valued at the card cost
      *> the ledger line was posted at
       FOLD-ONE-DAY.
           MOVE SPACES TO WS-LEDGER-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
               "MovementLedger-" DELIMITED BY SIZE
               WS-CUR-DATE-NUM DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-LEDGER-PATH.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DAYS-FOUND.
           MOVE "N" TO WS-LEDGER-EOF.
           PERFORM UNTIL WS-LEDGER-EOF = "Y"
               READ LEDGER-FILE
                   AT END MOVE "Y" TO WS-LEDGER-EOF
                   NOT AT END
                       IF LG-TRAN-CODE = 1 OR LG-TRAN-CODE = 3
                           PERFORM BANK-ONE-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.

       BANK-ONE-MOVEMENT.
           IF LG-UNIT-COST NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LINE-VALUE ROUNDED =
               LG-QUANTITY * LG-UNIT-COST
               ON SIZE ERROR MOVE ZERO TO WS-LINE-VALUE
           END-COMPUTE.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PRODUCT-COUNT
               IF WS-PR-CODE (WS-PR-IDX) = LG-PRODUCT
                   ADD WS-LINE-VALUE TO WS-PR-VALUE (WS-PR-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

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

       END PROGRAM ABCCLASS.
