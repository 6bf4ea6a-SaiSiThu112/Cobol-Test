       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLECNT.

      *> the rolling cycle-count schedule: decides which cards each
      *> branch counts today so that, over time, every card of a
      *> class A product is counted monthly, class B quarterly and
      *> class C yearly (the classes ABCCLASS sets). The run date is
      *> given on the command line as YYYYMMDD or defaults to today.
      *> The cards are those on the closing-balance extract; the
      *> last count of each comes from CountHistory.txt, which
      *> COUNTVAR adds to. A branch's daily share is what its cards
      *> need to keep to their frequencies - a thirtieth of its A
      *> cards, a ninety-first of its B and a three hundred and
      *> sixty-fifth of its C, rounded up - and is filled with the
      *> cards most overdue for their class, so a card never counted
      *> comes first. The day's lists for every branch go to
      *> CountList.txt, which COUNTENTRY walks, replacing the last
      *> issue; CountSchedule.txt reports every card that has fallen
      *> behind its count frequency and whether today's list picks
      *> it up.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT BALANCE-IN ASSIGN TO DYNAMIC WS-BALANCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT PRODUCT-CLASS-FILE ASSIGN TO DYNAMIC WS-CLASS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-STATUS.

           SELECT COUNT-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT COUNT-LIST-FILE ASSIGN TO DYNAMIC WS-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO DYNAMIC WS-SCHEDULE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD BALANCE-IN.
           01 BALANCE-REC.
               COPY STOCK-BALANCE
                   REPLACING ==STK-BRANCH-CODE== BY ==BAL-BRANCH-CODE==
                       ==STK-PRODUCT-CODE== BY ==BAL-PRODUCT-CODE==
                       ==STK-QUANTITY== BY ==BAL-QUANTITY==
                       ==STK-UNIT-COST== BY ==BAL-UNIT-COST==
                       ==STK-LAST-MOVEMENT==
                           BY ==BAL-LAST-MOVEMENT==
                       ==STK-LAST-MOVE-DATE==
                           BY ==BAL-LAST-MOVE-DATE==
                       ==STK-QUARANTINE-QTY== BY ==BAL-QUARANTINE-QTY==.

           FD PRODUCT-CLASS-FILE.
           01 PRODUCT-CLASS-LINE.
               COPY PRODUCT-CLASS.

           FD COUNT-HISTORY-FILE.
           01 COUNT-HISTORY-LINE.
               COPY COUNT-HISTORY.

           FD COUNT-LIST-FILE.
           01 COUNT-LIST-LINE.
               COPY COUNT-LIST.

           FD SCHEDULE-FILE.
           01 SCHEDULE-LINE PIC X(90).

       WORKING-STORAGE SECTION.
      *> every card on the balance extract, sorted branch by branch
      *> with the most urgent first once its last count is known
           01 WS-CARD-TABLE.
               05 WS-CC-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-CARD-COUNT
                       INDEXED BY WS-CC-IDX.
                   10 WS-CC-BRANCH PIC 9(3).
                   10 WS-CC-PRODUCT PIC 9(2).
                   10 WS-CC-CLASS PIC X(1).
                   10 WS-CC-FREQ PIC 9(3).
                   10 WS-CC-LAST-COUNT PIC 9(8).
                   10 WS-CC-DAYS-SINCE PIC 9(5).
      *> days since the last count per thousand days of the class's
      *> frequency - 1000 means due today, whatever the class
                   10 WS-CC-URGENCY PIC 9(9).
                   10 WS-CC-LIST-SW PIC X(1).
                       88 WS-CC-ON-LIST VALUE "Y".
           01 WS-CARD-COUNT PIC 9(5) COMP VALUE ZERO.

           01 WS-CLASS-TABLE.
               05 WS-PC-ENTRY OCCURS 100 TIMES INDEXED BY WS-PC-IDX.
                   10 WS-PC-PRODUCT PIC 9(2).
                   10 WS-PC-CLASS PIC X(1).
           01 WS-CLASS-COUNT PIC 9(4) COMP VALUE ZERO.

      *> each branch's cards by class, and the day's share they need
           01 WS-BRANCH-TABLE.
               05 WS-BR-ENTRY OCCURS 1000 TIMES INDEXED BY WS-BR-IDX.
                   10 WS-BR-CODE PIC 9(3).
                   10 WS-BR-A-CARDS PIC 9(5).
                   10 WS-BR-B-CARDS PIC 9(5).
                   10 WS-BR-C-CARDS PIC 9(5).
                   10 WS-BR-QUOTA PIC 9(5).
           01 WS-BRANCH-COUNT PIC 9(4) COMP VALUE ZERO.

      *> the count frequencies, in days
           01 WS-A-FREQ PIC 9(3) VALUE 30.
           01 WS-B-FREQ PIC 9(3) VALUE 91.
           01 WS-C-FREQ PIC 9(3) VALUE 365.
      *> a card never counted is treated as this many days since
           01 WS-NEVER-DAYS PIC 9(5) VALUE 99999.

           01 WS-CMD-DATE PIC X(8).
           01 WS-RUN-DATE PIC 9(8).

      *> plain serial-day arithmetic so two calendar dates can be
      *> subtracted: days = 365*year + leap days + days into the year
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
           01 WS-RUN-SERIAL PIC 9(7).
           01 WS-AGE-DAYS PIC S9(7).

           01 WS-BALANCE-EOF PIC A(1) VALUE "N".
           01 WS-CLASS-EOF PIC A(1) VALUE "N".
           01 WS-HISTORY-EOF PIC A(1) VALUE "N".
           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".

           01 WS-WORKLOAD PIC 9(5)V9(4).
           01 WS-CUR-BRANCH PIC 9(3).
           01 WS-CUR-QUOTA PIC 9(5).
           01 WS-CUR-LISTED PIC 9(5).
           01 WS-OVERDUE-DAYS PIC S9(7).
           01 WS-LISTED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-BEHIND-COUNT PIC 9(5) VALUE ZERO.
           01 WS-NO-CLASS-COUNT PIC 9(5) VALUE ZERO.

           01 WS-QUOTA-EDIT PIC ZZZZ9.
           01 WS-CARDS-EDIT PIC ZZZZ9.
           01 WS-BEHIND-EDIT PIC ZZZZ9.
           01 WS-LISTED-EDIT PIC ZZZZ9.
           01 WS-OVERDUE-EDIT PIC ZZZZ9.
           01 WS-LAST-TEXT PIC X(8).
           01 WS-OVERDUE-TEXT PIC X(5).
           01 WS-OUT-LINE PIC X(90).

           01 WS-BALANCE-PATH PIC X(80).
           01 WS-CLASS-PATH PIC X(80).
           01 WS-HISTORY-PATH PIC X(80).
           01 WS-LIST-PATH PIC X(80).
           01 WS-SCHEDULE-PATH PIC X(80).
           01 WS-BALANCE-STATUS PIC X(2).
           01 WS-CLASS-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-LIST-STATUS PIC X(2).
           01 WS-SCHEDULE-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-CMD-DATE FROM COMMAND-LINE.
           IF WS-CMD-DATE NOT = SPACES AND WS-CMD-DATE IS NUMERIC
               MOVE WS-CMD-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-RUN-DATE TO WS-CONV-DATE.
           PERFORM DATE-TO-SERIAL.
           MOVE WS-CONV-SERIAL TO WS-RUN-SERIAL.

           ACCEPT WS-BALANCE-PATH FROM ENVIRONMENT "STOCKUPD_BALANCE".
           IF WS-BALANCE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Closingbalance.txt"
                   TO WS-BALANCE-PATH
           END-IF.
           ACCEPT WS-CLASS-PATH FROM ENVIRONMENT "PRODUCTCLASS_FILE".
           IF WS-CLASS-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ProductClass.txt"
                   TO WS-CLASS-PATH
           END-IF.
           ACCEPT WS-HISTORY-PATH FROM ENVIRONMENT
               "COUNTHISTORY_FILE".
           IF WS-HISTORY-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CountHistory.txt"
                   TO WS-HISTORY-PATH
           END-IF.
           ACCEPT WS-LIST-PATH FROM ENVIRONMENT "COUNTLIST_FILE".
           IF WS-LIST-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CountList.txt"
                   TO WS-LIST-PATH
           END-IF.
           ACCEPT WS-SCHEDULE-PATH FROM ENVIRONMENT "CYCLECNT_REPORT".
           IF WS-SCHEDULE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CountSchedule.txt"
                   TO WS-SCHEDULE-PATH
           END-IF.

      *> without the classes every card would fall to a yearly
      *> count - ABCCLASS has to have run first
           OPEN INPUT PRODUCT-CLASS-FILE.
           IF WS-CLASS-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRODUCT CLASS FILE - STATUS "
                   WS-CLASS-STATUS
               DISPLAY "RUN ABCCLASS TO CLASSIFY THE PRODUCTS FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-CLASS-EOF = "Y"
               READ PRODUCT-CLASS-FILE
                   AT END MOVE "Y" TO WS-CLASS-EOF
                   NOT AT END
                       IF WS-CLASS-COUNT < 100
                           ADD 1 TO WS-CLASS-COUNT
                           SET WS-PC-IDX TO WS-CLASS-COUNT
                           MOVE PC-PRODUCT-CODE
                               TO WS-PC-PRODUCT (WS-PC-IDX)
                           MOVE PC-CLASS TO WS-PC-CLASS (WS-PC-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-CLASS-FILE.

           OPEN INPUT BALANCE-IN.
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BALANCE FILE - STATUS "
                   WS-BALANCE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-BALANCE-EOF = "Y"
               READ BALANCE-IN
                   AT END MOVE "Y" TO WS-BALANCE-EOF
                   NOT AT END
      *> the control trailer on the end of a balance file is a
      *> label, not a card
                       IF BALANCE-REC (1:7) NOT = "TRAILER"
                               AND WS-CARD-COUNT < 20000
                           PERFORM LOAD-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BALANCE-IN.

           IF WS-CARD-COUNT = ZERO
               DISPLAY "NO STOCK CARDS ON THE BALANCE FILE - NOTHING "
                   "TO SCHEDULE"
               STOP RUN
           END-IF.

      *> no history yet just means nothing has been counted
           OPEN INPUT COUNT-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-EOF = "Y"
                   READ COUNT-HISTORY-FILE
                       AT END MOVE "Y" TO WS-HISTORY-EOF
                       NOT AT END
                           PERFORM POST-ONE-HISTORY
                   END-READ
               END-PERFORM
               CLOSE COUNT-HISTORY-FILE
           ELSE
               IF WS-HISTORY-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING COUNT HISTORY - STATUS "
                       WS-HISTORY-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CARD-COUNT
               PERFORM WEIGH-ONE-CARD
           END-PERFORM.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-COUNT
               PERFORM SET-BRANCH-QUOTA
           END-PERFORM.

           IF WS-CARD-COUNT > 1
               SORT WS-CC-ENTRY
                   ASCENDING KEY WS-CC-BRANCH
                   DESCENDING KEY WS-CC-URGENCY
                   ASCENDING KEY WS-CC-PRODUCT
           END-IF.

           OPEN OUTPUT COUNT-LIST-FILE.
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "ERROR OPENING COUNT LIST - STATUS "
                   WS-LIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING COUNT SCHEDULE - STATUS "
                   WS-SCHEDULE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "CYCLE COUNT SCHEDULE FOR " WS-RUN-DATE
               " - CARDS BEHIND THEIR COUNT FREQUENCY"
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           MOVE WS-OUT-LINE TO SCHEDULE-LINE.
           WRITE SCHEDULE-LINE.
           MOVE "BRN/PR CLASS LAST COUNTED  DAYS OVERDUE"
               TO SCHEDULE-LINE.
           WRITE SCHEDULE-LINE.

           MOVE 999 TO WS-CUR-BRANCH.
           MOVE ZERO TO WS-CUR-QUOTA.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CARD-COUNT
               IF WS-CC-BRANCH (WS-CC-IDX) NOT = WS-CUR-BRANCH
                       OR WS-CC-IDX = 1
                   PERFORM START-ONE-BRANCH
               END-IF
               PERFORM SCHEDULE-ONE-CARD
           END-PERFORM.

           MOVE WS-CARD-COUNT TO WS-CARDS-EDIT.
           MOVE WS-BEHIND-COUNT TO WS-BEHIND-EDIT.
           MOVE WS-LISTED-COUNT TO WS-LISTED-EDIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING WS-CARDS-EDIT " CARDS, " WS-BEHIND-EDIT
               " BEHIND THEIR FREQUENCY, " WS-LISTED-EDIT
               " ON TODAY'S COUNT LISTS"
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           MOVE WS-OUT-LINE TO SCHEDULE-LINE.
           WRITE SCHEDULE-LINE.
           CLOSE COUNT-LIST-FILE.
           CLOSE SCHEDULE-FILE.
           DISPLAY WS-OUT-LINE.
           IF WS-NO-CLASS-COUNT > ZERO
               DISPLAY WS-NO-CLASS-COUNT " CARDS HAD NO CLASS AND WERE "
                   "SCHEDULED AS CLASS C"
           END-IF.
           STOP RUN.

      *> a product ABCCLASS has not seen yet - new since its last
      *> run - is counted as a C until the next classification
       LOAD-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT.
           SET WS-CC-IDX TO WS-CARD-COUNT.
           MOVE BAL-BRANCH-CODE TO WS-CC-BRANCH (WS-CC-IDX).
           MOVE BAL-PRODUCT-CODE TO WS-CC-PRODUCT (WS-CC-IDX).
           MOVE ZERO TO WS-CC-LAST-COUNT (WS-CC-IDX).
           MOVE "N" TO WS-CC-LIST-SW (WS-CC-IDX).
           MOVE "C" TO WS-CC-CLASS (WS-CC-IDX).
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-CLASS-COUNT
               IF WS-PC-PRODUCT (WS-PC-IDX) = BAL-PRODUCT-CODE
                   SET WS-FOUND TO TRUE
                   IF WS-PC-CLASS (WS-PC-IDX) = "A" OR
                           WS-PC-CLASS (WS-PC-IDX) = "B"
                       MOVE WS-PC-CLASS (WS-PC-IDX)
                           TO WS-CC-CLASS (WS-CC-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               ADD 1 TO WS-NO-CLASS-COUNT
           END-IF.

           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-COUNT
               IF WS-BR-CODE (WS-BR-IDX) = BAL-BRANCH-CODE
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               IF WS-BRANCH-COUNT >= 1000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BRANCH-COUNT
               SET WS-BR-IDX TO WS-BRANCH-COUNT
               MOVE BAL-BRANCH-CODE TO WS-BR-CODE (WS-BR-IDX)
               MOVE ZERO TO WS-BR-A-CARDS (WS-BR-IDX)
               MOVE ZERO TO WS-BR-B-CARDS (WS-BR-IDX)
               MOVE ZERO TO WS-BR-C-CARDS (WS-BR-IDX)
               MOVE ZERO TO WS-BR-QUOTA (WS-BR-IDX)
           END-IF.
           EVALUATE WS-CC-CLASS (WS-CC-IDX)
               WHEN "A"
                   ADD 1 TO WS-BR-A-CARDS (WS-BR-IDX)
               WHEN "B"
                   ADD 1 TO WS-BR-B-CARDS (WS-BR-IDX)
               WHEN OTHER
                   ADD 1 TO WS-BR-C-CARDS (WS-BR-IDX)
           END-EVALUATE.

      *> the card keeps the latest of its counts
       POST-ONE-HISTORY.
           IF CH-COUNT-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CARD-COUNT
               IF WS-CC-BRANCH (WS-CC-IDX) = CH-BRANCH-CODE AND
                       WS-CC-PRODUCT (WS-CC-IDX) = CH-PRODUCT-CODE
                   IF CH-COUNT-DATE > WS-CC-LAST-COUNT (WS-CC-IDX)
                       MOVE CH-COUNT-DATE
                           TO WS-CC-LAST-COUNT (WS-CC-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WEIGH-ONE-CARD.
           EVALUATE WS-CC-CLASS (WS-CC-IDX)
               WHEN "A"
                   MOVE WS-A-FREQ TO WS-CC-FREQ (WS-CC-IDX)
               WHEN "B"
                   MOVE WS-B-FREQ TO WS-CC-FREQ (WS-CC-IDX)
               WHEN OTHER
                   MOVE WS-C-FREQ TO WS-CC-FREQ (WS-CC-IDX)
           END-EVALUATE.
           IF WS-CC-LAST-COUNT (WS-CC-IDX) = ZERO
               MOVE WS-NEVER-DAYS TO WS-CC-DAYS-SINCE (WS-CC-IDX)
           ELSE
               MOVE WS-CC-LAST-COUNT (WS-CC-IDX) TO WS-CONV-DATE
               PERFORM DATE-TO-SERIAL
               COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-CONV-SERIAL
      *> a count dated after the run date has just been done
               IF WS-AGE-DAYS < ZERO
                   MOVE ZERO TO WS-AGE-DAYS
               END-IF
               IF WS-AGE-DAYS > WS-NEVER-DAYS
                   MOVE WS-NEVER-DAYS TO WS-AGE-DAYS
               END-IF
               MOVE WS-AGE-DAYS TO WS-CC-DAYS-SINCE (WS-CC-IDX)
           END-IF.
           COMPUTE WS-CC-URGENCY (WS-CC-IDX) =
               WS-CC-DAYS-SINCE (WS-CC-IDX) * 1000
               / WS-CC-FREQ (WS-CC-IDX).

      *> the share that keeps every card to its frequency, rounded
      *> up so the schedule never slips a little further each day
       SET-BRANCH-QUOTA.
           COMPUTE WS-WORKLOAD =
               WS-BR-A-CARDS (WS-BR-IDX) / WS-A-FREQ
               + WS-BR-B-CARDS (WS-BR-IDX) / WS-B-FREQ
               + WS-BR-C-CARDS (WS-BR-IDX) / WS-C-FREQ.
           MOVE WS-WORKLOAD TO WS-BR-QUOTA (WS-BR-IDX).
           IF WS-BR-QUOTA (WS-BR-IDX) < WS-WORKLOAD
               ADD 1 TO WS-BR-QUOTA (WS-BR-IDX)
           END-IF.
           IF WS-BR-QUOTA (WS-BR-IDX) = ZERO
               MOVE 1 TO WS-BR-QUOTA (WS-BR-IDX)
           END-IF.

       START-ONE-BRANCH.
           MOVE WS-CC-BRANCH (WS-CC-IDX) TO WS-CUR-BRANCH.
           MOVE ZERO TO WS-CUR-LISTED.
           MOVE 1 TO WS-CUR-QUOTA.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-COUNT
               IF WS-BR-CODE (WS-BR-IDX) = WS-CUR-BRANCH
                   MOVE WS-BR-QUOTA (WS-BR-IDX) TO WS-CUR-QUOTA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-CUR-QUOTA TO WS-QUOTA-EDIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "BRANCH " WS-CUR-BRANCH " - " WS-QUOTA-EDIT
               " CARDS A DAY"
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           MOVE WS-OUT-LINE TO SCHEDULE-LINE.
           WRITE SCHEDULE-LINE.

      *> the branch's most urgent cards fill its list for the day;
      *> a card past its frequency is reported whether or not the
      *> list reached it
       SCHEDULE-ONE-CARD.
           IF WS-CUR-LISTED < WS-CUR-QUOTA
               ADD 1 TO WS-CUR-LISTED
               ADD 1 TO WS-LISTED-COUNT
               SET WS-CC-ON-LIST (WS-CC-IDX) TO TRUE
               MOVE WS-CC-BRANCH (WS-CC-IDX) TO CL-BRANCH-CODE
               MOVE WS-CC-PRODUCT (WS-CC-IDX) TO CL-PRODUCT-CODE
               MOVE WS-CC-CLASS (WS-CC-IDX) TO CL-CLASS
               MOVE WS-RUN-DATE TO CL-LIST-DATE
               MOVE WS-CC-LAST-COUNT (WS-CC-IDX) TO CL-LAST-COUNTED
               WRITE COUNT-LIST-LINE
           END-IF.
           IF WS-CC-DAYS-SINCE (WS-CC-IDX)
                   NOT > WS-CC-FREQ (WS-CC-IDX)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BEHIND-COUNT.
           IF WS-CC-LAST-COUNT (WS-CC-IDX) = ZERO
               MOVE "NEVER" TO WS-LAST-TEXT
               MOVE SPACES TO WS-OVERDUE-TEXT
           ELSE
               MOVE WS-CC-LAST-COUNT (WS-CC-IDX) TO WS-LAST-TEXT
               COMPUTE WS-OVERDUE-DAYS =
                   WS-CC-DAYS-SINCE (WS-CC-IDX)
                   - WS-CC-FREQ (WS-CC-IDX)
               MOVE WS-OVERDUE-DAYS TO WS-OVERDUE-EDIT
               MOVE WS-OVERDUE-EDIT TO WS-OVERDUE-TEXT
           END-IF.
           MOVE SPACES TO WS-OUT-LINE.
           IF WS-CC-ON-LIST (WS-CC-IDX)
               STRING WS-CC-BRANCH (WS-CC-IDX) "/"
                   WS-CC-PRODUCT (WS-CC-IDX) "   "
                   WS-CC-CLASS (WS-CC-IDX) "   "
                   WS-LAST-TEXT "      " WS-OVERDUE-TEXT
                   "  ON TODAY'S LIST"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
           ELSE
               STRING WS-CC-BRANCH (WS-CC-IDX) "/"
                   WS-CC-PRODUCT (WS-CC-IDX) "   "
                   WS-CC-CLASS (WS-CC-IDX) "   "
                   WS-LAST-TEXT "      " WS-OVERDUE-TEXT
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
           END-IF.
           MOVE WS-OUT-LINE TO SCHEDULE-LINE.
           WRITE SCHEDULE-LINE.

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

       END PROGRAM CYCLECNT.
