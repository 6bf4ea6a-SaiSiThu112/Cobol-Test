       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORDMAINT.

      *> maintains the standing orders (StandingOrder.txt) the way
      *> SUBSTMAINT maintains the substitute lists: add a standing
      *> order for a customer who buys the same product on a regular
      *> cycle, change its quantity, cycle or end date, suspend it
      *> while the customer does not want deliveries and resume it
      *> afterwards, delete one set up in error, list what is on
      *> file. A standing order is numbered one past the highest on
      *> file and names an active customer, a product still on sale
      *> and a valid supplying branch (the customer's home branch
      *> unless another is keyed), a positive quantity, a cycle of
      *> W (weekly), F (fortnightly) or M (monthly) and a start date
      *> of today or later through the shared DATEEDIT, with an
      *> optional end date no earlier than the start. The first
      *> delivery is due on the start date; the nightly ORDERENT
      *> STANDING run raises each delivery and moves the next one on.
      *> A resumed standing order picks up at its first delivery
      *> from today on, so the deliveries it missed while suspended
      *> are not raised late. Every add, change, suspend, resume and
      *> delete leaves who/when and the before and after images on
      *> the shared change journal, same as the other maintenance
      *> programs. The file is written back in number order.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO DYNAMIC WS-CUSTOMER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO DYNAMIC WS-PRODUCT-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT VALID-BRANCH-FILE
               ASSIGN TO DYNAMIC WS-VALID-BRANCH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALID-BRANCH-STATUS.

           SELECT CHANGE-JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD STANDING-ORDER-FILE.
           01 STANDING-ORDER-REC.
               COPY STANDING-ORDER.

           FD CUSTOMER-MASTER-FILE.
           01 CUSTOMER-MASTER-LINE.
               COPY CUSTOMER-MASTER.

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-LINE.
               COPY PRODUCT-MASTER.

           FD VALID-BRANCH-FILE.
           01 VALID-BRANCH-LINE.
               05 VB-BRANCH-CODE PIC 9(3).

           FD CHANGE-JOURNAL-FILE.
           01 CHANGE-JOURNAL-REC.
               COPY CHANGE-JOURNAL.

       WORKING-STORAGE SECTION.
      *> the whole file is held here while the operator works on it
      *> and written back in one pass at the end
           01 WS-SD-TABLE.
               05 WS-SD-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-SD-COUNT
                       INDEXED BY WS-SD-IDX.
                   10 WS-SD-NUMBER PIC 9(6).
                   10 WS-SD-CUSTOMER PIC 9(5).
                   10 WS-SD-BRANCH PIC 9(3).
                   10 WS-SD-PRODUCT PIC 9(2).
                   10 WS-SD-QUANTITY PIC S9(5)V99.
                   10 WS-SD-FREQUENCY PIC X(1).
                   10 WS-SD-START-DATE PIC 9(8).
                   10 WS-SD-END-DATE PIC 9(8).
                   10 WS-SD-NEXT-DUE PIC 9(8).
                   10 WS-SD-STATUS PIC X(1).
                   10 WS-SD-LAST-SO PIC 9(6).
           01 WS-SD-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-LAST-SD-NUMBER PIC 9(6) VALUE ZERO.

           01 WS-CUSTOMER-TABLE.
               05 WS-CU-ENTRY OCCURS 500 TIMES INDEXED BY WS-CU-IDX.
                   10 WS-CU-CODE PIC 9(5).
                   10 WS-CU-NAME PIC X(20).
                   10 WS-CU-BRANCH PIC 9(3).
                   10 WS-CU-STATUS PIC X(1).
           01 WS-CUSTOMER-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-PRODUCT-TABLE.
               05 WS-PM-ENTRY OCCURS 200 TIMES INDEXED BY WS-PM-IDX.
                   10 WS-PM-CODE PIC 9(2).
                   10 WS-PM-DESC PIC X(20).
                   10 WS-PM-STATUS PIC X(1).
           01 WS-PM-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-VALID-BRANCH-TABLE.
               05 WS-VB-ENTRY OCCURS 100 TIMES INDEXED BY WS-VB-IDX.
                   10 WS-VB-CODE PIC 9(3).
           01 WS-VALID-BRANCH-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-CUSTOMER-EOF PIC A(1) VALUE "N".
           01 WS-PRODUCT-EOF PIC A(1) VALUE "N".
           01 WS-VB-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".
           01 WS-CHANGED-SW PIC A(1) VALUE "N".
               88 WS-FILE-CHANGED VALUE "Y".

           01 WS-ASK-NUMBER PIC 9(6).
           01 WS-ASK-CUSTOMER PIC 9(5).
           01 WS-ASK-PRODUCT PIC 9(2).
           01 WS-ASK-BRANCH PIC 9(3).
           01 WS-ASK-QUANTITY PIC S9(5)V99.
           01 WS-ASK-FREQUENCY PIC X(1).
           01 WS-ASK-START-DATE PIC 9(8).
           01 WS-ASK-END-DATE PIC 9(8).
      *> a date answer that may be left blank to keep what is there
           01 WS-ASK-DATE-IN PIC X(8) JUSTIFIED RIGHT.
           01 WS-ASK-CONFIRM PIC X(1).

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(5) COMP.
           01 WS-CUST-IDX PIC 9(5) COMP.
           01 WS-SHIFT-IDX PIC 9(5) COMP.
           01 WS-LISTED-COUNT PIC 9(5).
           01 WS-QTY-EDIT PIC -ZZZZZ9.99.

           01 WS-EDIT-SW PIC X(1).
               88 WS-EDIT-OK VALUE "Y".
               88 WS-EDIT-FAILED VALUE "N".

           01 WS-DATE-PARM.
               05 DE-DATE PIC 9(8).
               05 DE-NO-FUTURE PIC X(1).
               05 DE-EARLIEST PIC 9(8).
               05 DE-RESULT PIC X(1).
                   88 DE-VALID VALUE "V".
               05 DE-MESSAGE PIC X(30).

           01 WS-TODAY PIC 9(8).

      *> ordinary calendar arithmetic for stepping a delivery date
      *> on, the PORDGEN shape
           01 WS-CUR-DATE.
               05 WS-CUR-YEAR PIC 9(4).
               05 WS-CUR-MONTH PIC 9(2).
               05 WS-CUR-DAY PIC 9(2).
           01 WS-CUR-DATE-NUM REDEFINES WS-CUR-DATE PIC 9(8).
           01 WS-MONTH-DAYS-TABLE.
               05 FILLER PIC X(24) VALUE "312831303130313130313031".
           01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
               05 WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).
           01 WS-MONTH-LIMIT PIC 9(2).
           01 WS-LEAP-REM PIC 9(4).
           01 WS-LEAP-QUOT PIC 9(4).

      *> the record image the journal carries, built from a table
      *> entry in the file's own layout
           01 WS-JRN-IMAGE-REC.
               COPY STANDING-ORDER REPLACING LEADING ==SD== BY ==JS==.
           01 WS-JRN-TAG PIC X(6).
           01 WS-JRN-SOURCE-IDX PIC 9(5) COMP.
           01 WS-OPERATOR-ID PIC X(10).
           01 WS-STAMP-DATE PIC 9(8).
           01 WS-STAMP-TIME PIC 9(8).
           01 WS-JOURNAL-PATH PIC X(80).
           01 WS-JOURNAL-STATUS PIC X(2).

           01 WS-MASTER-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-CUSTOMER-PATH PIC X(80).
           01 WS-CUSTOMER-STATUS PIC X(2).
           01 WS-PRODUCT-MASTER-PATH PIC X(80).
           01 WS-PRODUCT-MASTER-STATUS PIC X(2).
           01 WS-VALID-BRANCH-PATH PIC X(80).
           01 WS-VALID-BRANCH-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT
               "CHANGEJOURNAL_FILE".
           IF WS-JOURNAL-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ChangeJournal.txt"
                   TO WS-JOURNAL-PATH
           END-IF.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "STANDING_ORDERS".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\StandingOrder.txt"
                   TO WS-MASTER-PATH
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
           ACCEPT WS-VALID-BRANCH-PATH FROM ENVIRONMENT
               "ASSIGNTWO_VALIDBRANCH".
           IF WS-VALID-BRANCH-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ValidBranch.txt"
                   TO WS-VALID-BRANCH-PATH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CUSTOMER MASTER - STATUS "
                   WS-CUSTOMER-STATUS
               DISPLAY "RUN CUSTMAINT TO SET UP CUSTOMERS FIRST"
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-CUSTOMER-EOF = "Y"
               READ CUSTOMER-MASTER-FILE
                   AT END MOVE "Y" TO WS-CUSTOMER-EOF
                   NOT AT END
                       IF WS-CUSTOMER-COUNT < 500
                           ADD 1 TO WS-CUSTOMER-COUNT
                           SET WS-CU-IDX TO WS-CUSTOMER-COUNT
                           MOVE CU-CODE TO WS-CU-CODE (WS-CU-IDX)
                           MOVE CU-NAME TO WS-CU-NAME (WS-CU-IDX)
                           MOVE CU-BRANCH
                               TO WS-CU-BRANCH (WS-CU-IDX)
                           MOVE CU-STATUS
                               TO WS-CU-STATUS (WS-CU-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER-FILE.

           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PRODUCT-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRODUCT MASTER - STATUS "
                   WS-PRODUCT-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-PRODUCT-EOF = "Y"
               READ PRODUCT-MASTER-FILE
                   AT END MOVE "Y" TO WS-PRODUCT-EOF
                   NOT AT END
                       IF WS-PM-COUNT < 200
                           ADD 1 TO WS-PM-COUNT
                           SET WS-PM-IDX TO WS-PM-COUNT
                           MOVE PM-PRODUCT-CODE
                               TO WS-PM-CODE (WS-PM-IDX)
                           MOVE PM-DESCRIPTION
                               TO WS-PM-DESC (WS-PM-IDX)
                           MOVE PM-STATUS
                               TO WS-PM-STATUS (WS-PM-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-MASTER-FILE.

           OPEN INPUT VALID-BRANCH-FILE.
           IF WS-VALID-BRANCH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VALID BRANCH FILE - STATUS "
                   WS-VALID-BRANCH-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-VB-EOF = "Y"
               READ VALID-BRANCH-FILE
                   AT END MOVE "Y" TO WS-VB-EOF
                   NOT AT END
                       IF WS-VALID-BRANCH-COUNT < 100
                           ADD 1 TO WS-VALID-BRANCH-COUNT
                           SET WS-VB-IDX TO WS-VALID-BRANCH-COUNT
                           MOVE VB-BRANCH-CODE TO WS-VB-CODE (WS-VB-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VALID-BRANCH-FILE.

      *> a file that does not exist yet is simply empty - the first
      *> add creates it
           OPEN INPUT STANDING-ORDER-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ STANDING-ORDER-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF WS-SD-COUNT < 5000
                               ADD 1 TO WS-SD-COUNT
                               SET WS-SD-IDX TO WS-SD-COUNT
                               PERFORM LOAD-ONE-STANDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "STANDING ORDERS - A=ADD C=CHANGE S=SUSPEND/"
                   "RESUME D=DELETE L=LIST Q=QUIT" WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-STANDING
                   WHEN "C"
                   WHEN "c"
                       PERFORM CHANGE-STANDING
                   WHEN "S"
                   WHEN "s"
                       PERFORM SUSPEND-OR-RESUME
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-STANDING
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-STANDING
                   WHEN "Q"
                   WHEN "q"
                       SET WS-QUIT TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM.

           IF WS-FILE-CHANGED
               PERFORM WRITE-MASTER-BACK
           END-IF.
           STOP RUN.

      *> a line from before the cycle was kept in full comes in with
      *> zeros where it has nothing to say
       LOAD-ONE-STANDING.
           MOVE SD-NUMBER TO WS-SD-NUMBER (WS-SD-IDX).
           MOVE SD-CUSTOMER TO WS-SD-CUSTOMER (WS-SD-IDX).
           MOVE SD-BRANCH TO WS-SD-BRANCH (WS-SD-IDX).
           MOVE SD-PRODUCT TO WS-SD-PRODUCT (WS-SD-IDX).
           IF SD-QUANTITY IS NUMERIC
               MOVE SD-QUANTITY TO WS-SD-QUANTITY (WS-SD-IDX)
           ELSE
               MOVE ZERO TO WS-SD-QUANTITY (WS-SD-IDX)
           END-IF.
           MOVE SD-FREQUENCY TO WS-SD-FREQUENCY (WS-SD-IDX).
           IF SD-START-DATE IS NUMERIC
               MOVE SD-START-DATE TO WS-SD-START-DATE (WS-SD-IDX)
           ELSE
               MOVE ZERO TO WS-SD-START-DATE (WS-SD-IDX)
           END-IF.
           IF SD-END-DATE IS NUMERIC
               MOVE SD-END-DATE TO WS-SD-END-DATE (WS-SD-IDX)
           ELSE
               MOVE ZERO TO WS-SD-END-DATE (WS-SD-IDX)
           END-IF.
           IF SD-NEXT-DUE IS NUMERIC AND SD-NEXT-DUE NOT = ZERO
               MOVE SD-NEXT-DUE TO WS-SD-NEXT-DUE (WS-SD-IDX)
           ELSE
               MOVE WS-SD-START-DATE (WS-SD-IDX)
                   TO WS-SD-NEXT-DUE (WS-SD-IDX)
           END-IF.
           MOVE SD-STATUS TO WS-SD-STATUS (WS-SD-IDX).
           IF SD-LAST-SO IS NUMERIC
               MOVE SD-LAST-SO TO WS-SD-LAST-SO (WS-SD-IDX)
           ELSE
               MOVE ZERO TO WS-SD-LAST-SO (WS-SD-IDX)
           END-IF.
           IF SD-NUMBER IS NUMERIC AND SD-NUMBER > WS-LAST-SD-NUMBER
               MOVE SD-NUMBER TO WS-LAST-SD-NUMBER
           END-IF.

       FIND-STANDING.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-SD-COUNT
               IF WS-SD-NUMBER (WS-SD-IDX) = WS-ASK-NUMBER
                   SET WS-FOUND TO TRUE
                   MOVE WS-SD-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               DISPLAY "STANDING ORDER " WS-ASK-NUMBER " NOT ON FILE"
           END-IF.

      *> the customer and the product say what the standing order
      *> is for; the customer must be active and the product on sale
       ADD-STANDING.
           DISPLAY "Enter customer code" WITH NO ADVANCING.
           ACCEPT WS-ASK-CUSTOMER.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > WS-CUSTOMER-COUNT
               IF WS-CU-CODE (WS-CU-IDX) = WS-ASK-CUSTOMER
                   SET WS-FOUND TO TRUE
                   MOVE WS-CU-IDX TO WS-CUST-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               DISPLAY "CUSTOMER " WS-ASK-CUSTOMER " NOT ON FILE"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CU-STATUS (WS-CUST-IDX) NOT = "A"
               DISPLAY "CUSTOMER " WS-ASK-CUSTOMER
                   " IS INACTIVE - NO NEW STANDING ORDERS"
               EXIT PARAGRAPH
           END-IF.
           IF WS-SD-COUNT >= 5000
               DISPLAY "STANDING ORDER FILE FULL - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "STANDING ORDER FOR " WS-CU-NAME (WS-CUST-IDX).

           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter product code" WITH NO ADVANCING
               ACCEPT WS-ASK-PRODUCT
               SET WS-NOT-FOUND TO TRUE
               PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                       UNTIL WS-PM-IDX > WS-PM-COUNT
                   IF WS-PM-CODE (WS-PM-IDX) = WS-ASK-PRODUCT AND
                           WS-PM-STATUS (WS-PM-IDX) NOT = "I"
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-FOUND
                   SET WS-EDIT-OK TO TRUE
               ELSE
                   DISPLAY "UNKNOWN OR DISCONTINUED PRODUCT - "
                       "RE-ENTER"
               END-IF
           END-PERFORM.

      *> the customer's home branch serves the standing order unless
      *> the operator keys a different valid branch
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter supplying branch (0 for home branch "
                   WS-CU-BRANCH (WS-CUST-IDX) ")" WITH NO ADVANCING
               ACCEPT WS-ASK-BRANCH
               IF WS-ASK-BRANCH = ZERO
                   MOVE WS-CU-BRANCH (WS-CUST-IDX) TO WS-ASK-BRANCH
               END-IF
               SET WS-NOT-FOUND TO TRUE
               PERFORM VARYING WS-VB-IDX FROM 1 BY 1
                       UNTIL WS-VB-IDX > WS-VALID-BRANCH-COUNT
                   IF WS-VB-CODE (WS-VB-IDX) = WS-ASK-BRANCH
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-FOUND
                   SET WS-EDIT-OK TO TRUE
               ELSE
                   DISPLAY "UNKNOWN BRANCH - RE-ENTER"
               END-IF
           END-PERFORM.

           PERFORM TAKE-QUANTITY.
           PERFORM TAKE-FREQUENCY.

           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter first delivery date (YYYYMMDD)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-START-DATE
               MOVE WS-ASK-START-DATE TO DE-DATE
               MOVE "N" TO DE-NO-FUTURE
               MOVE WS-TODAY TO DE-EARLIEST
               CALL "DATEEDIT" USING WS-DATE-PARM
               IF DE-VALID
                   SET WS-EDIT-OK TO TRUE
               ELSE
                   DISPLAY "BAD START DATE: " DE-MESSAGE
               END-IF
           END-PERFORM.

           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter end date (YYYYMMDD, 0 for none)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-END-DATE
               PERFORM CHECK-END-DATE
           END-PERFORM.

           ADD 1 TO WS-LAST-SD-NUMBER.
           ADD 1 TO WS-SD-COUNT.
           SET WS-SD-IDX TO WS-SD-COUNT.
           MOVE WS-LAST-SD-NUMBER TO WS-SD-NUMBER (WS-SD-IDX).
           MOVE WS-ASK-CUSTOMER TO WS-SD-CUSTOMER (WS-SD-IDX).
           MOVE WS-ASK-BRANCH TO WS-SD-BRANCH (WS-SD-IDX).
           MOVE WS-ASK-PRODUCT TO WS-SD-PRODUCT (WS-SD-IDX).
           MOVE WS-ASK-QUANTITY TO WS-SD-QUANTITY (WS-SD-IDX).
           MOVE WS-ASK-FREQUENCY TO WS-SD-FREQUENCY (WS-SD-IDX).
           MOVE WS-ASK-START-DATE TO WS-SD-START-DATE (WS-SD-IDX).
           MOVE WS-ASK-END-DATE TO WS-SD-END-DATE (WS-SD-IDX).
           MOVE WS-ASK-START-DATE TO WS-SD-NEXT-DUE (WS-SD-IDX).
           MOVE "A" TO WS-SD-STATUS (WS-SD-IDX).
           MOVE ZERO TO WS-SD-LAST-SO (WS-SD-IDX).
           MOVE "ADD" TO WS-JRN-TAG.
           SET WS-JRN-SOURCE-IDX TO WS-SD-IDX.
           PERFORM WRITE-JOURNAL-LINE.
           SET WS-FILE-CHANGED TO TRUE.
           DISPLAY "STANDING ORDER " WS-LAST-SD-NUMBER " ADDED - "
               "FIRST DELIVERY " WS-ASK-START-DATE.

       TAKE-QUANTITY.
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter quantity per delivery" WITH NO ADVANCING
               ACCEPT WS-ASK-QUANTITY
               IF WS-ASK-QUANTITY > ZERO
                   SET WS-EDIT-OK TO TRUE
               ELSE
                   DISPLAY "QUANTITY MUST BE POSITIVE - RE-ENTER"
               END-IF
           END-PERFORM.

       TAKE-FREQUENCY.
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter cycle (W=WEEKLY F=FORTNIGHTLY "
                   "M=MONTHLY)" WITH NO ADVANCING
               ACCEPT WS-ASK-FREQUENCY
               INSPECT WS-ASK-FREQUENCY CONVERTING "wfm" TO "WFM"
               IF WS-ASK-FREQUENCY = "W" OR WS-ASK-FREQUENCY = "F"
                       OR WS-ASK-FREQUENCY = "M"
                   SET WS-EDIT-OK TO TRUE
               ELSE
                   DISPLAY "CYCLE MUST BE W, F OR M - RE-ENTER"
               END-IF
           END-PERFORM.

      *> no end date, or a real day no earlier than the start
       CHECK-END-DATE.
           IF WS-ASK-END-DATE = ZERO
               SET WS-EDIT-OK TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ASK-END-DATE TO DE-DATE.
           MOVE "N" TO DE-NO-FUTURE.
           MOVE WS-ASK-START-DATE TO DE-EARLIEST.
           CALL "DATEEDIT" USING WS-DATE-PARM.
           IF DE-VALID
               SET WS-EDIT-OK TO TRUE
           ELSE
               DISPLAY "BAD END DATE: " DE-MESSAGE
           END-IF.

      *> quantity, cycle and end date may change; a blank or zero
      *> answer keeps what is there. An ended standing order whose
      *> end date moves out past its next delivery is active again
       CHANGE-STANDING.
           DISPLAY "Enter standing order number" WITH NO ADVANCING.
           ACCEPT WS-ASK-NUMBER.
           PERFORM FIND-STANDING.
           IF WS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SD-QUANTITY (WS-MATCH-IDX) TO WS-QTY-EDIT.
           DISPLAY "Current quantity   : " WS-QTY-EDIT.
           DISPLAY "Current cycle      : "
               WS-SD-FREQUENCY (WS-MATCH-IDX).
           DISPLAY "Current end date   : "
               WS-SD-END-DATE (WS-MATCH-IDX).
           DISPLAY "Next delivery      : "
               WS-SD-NEXT-DUE (WS-MATCH-IDX).

           DISPLAY "Enter quantity per delivery (0 keeps)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-QUANTITY.
           IF WS-ASK-QUANTITY < ZERO
               DISPLAY "QUANTITY MUST BE POSITIVE - NOT CHANGED"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ASK-QUANTITY = ZERO
               MOVE WS-SD-QUANTITY (WS-MATCH-IDX) TO WS-ASK-QUANTITY
           END-IF.

           DISPLAY "Enter cycle W, F or M (blank keeps)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-FREQUENCY.
           INSPECT WS-ASK-FREQUENCY CONVERTING "wfm" TO "WFM".
           IF WS-ASK-FREQUENCY = SPACE
               MOVE WS-SD-FREQUENCY (WS-MATCH-IDX) TO WS-ASK-FREQUENCY
           END-IF.
           IF WS-ASK-FREQUENCY NOT = "W" AND
                   WS-ASK-FREQUENCY NOT = "F" AND
                   WS-ASK-FREQUENCY NOT = "M"
               DISPLAY "CYCLE MUST BE W, F OR M - NOT CHANGED"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter end date (YYYYMMDD, 0 for none, blank "
               "keeps)" WITH NO ADVANCING.
           ACCEPT WS-ASK-DATE-IN.
           IF WS-ASK-DATE-IN = SPACES
               MOVE WS-SD-END-DATE (WS-MATCH-IDX) TO WS-ASK-END-DATE
           ELSE
               INSPECT WS-ASK-DATE-IN REPLACING LEADING " " BY "0"
               IF WS-ASK-DATE-IN IS NOT NUMERIC
                   DISPLAY "BAD END DATE - NOT CHANGED"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ASK-DATE-IN TO WS-ASK-END-DATE
               MOVE WS-SD-START-DATE (WS-MATCH-IDX)
                   TO WS-ASK-START-DATE
               SET WS-EDIT-FAILED TO TRUE
               PERFORM CHECK-END-DATE
               IF WS-EDIT-FAILED
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "BEFORE" TO WS-JRN-TAG.
           MOVE WS-MATCH-IDX TO WS-JRN-SOURCE-IDX.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE WS-ASK-QUANTITY TO WS-SD-QUANTITY (WS-MATCH-IDX).
           MOVE WS-ASK-FREQUENCY TO WS-SD-FREQUENCY (WS-MATCH-IDX).
           MOVE WS-ASK-END-DATE TO WS-SD-END-DATE (WS-MATCH-IDX).
           IF WS-SD-STATUS (WS-MATCH-IDX) = "E"
               IF WS-ASK-END-DATE = ZERO OR
                       WS-ASK-END-DATE
                       NOT < WS-SD-NEXT-DUE (WS-MATCH-IDX)
                   MOVE "A" TO WS-SD-STATUS (WS-MATCH-IDX)
                   PERFORM ROLL-PAST-TODAY
                   DISPLAY "STANDING ORDER IS ACTIVE AGAIN - NEXT "
                       "DELIVERY " WS-SD-NEXT-DUE (WS-MATCH-IDX)
               END-IF
           END-IF.
           MOVE "AFTER" TO WS-JRN-TAG.
           PERFORM WRITE-JOURNAL-LINE.
           SET WS-FILE-CHANGED TO TRUE.
           DISPLAY "STANDING ORDER " WS-ASK-NUMBER " CHANGED".

      *> suspended, nothing is raised and nothing forecast; resumed,
      *> the deliveries it missed meanwhile are skipped
       SUSPEND-OR-RESUME.
           DISPLAY "Enter standing order number" WITH NO ADVANCING.
           ACCEPT WS-ASK-NUMBER.
           PERFORM FIND-STANDING.
           IF WS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-SD-STATUS (WS-MATCH-IDX)
               WHEN "A"
                   MOVE "BEFORE" TO WS-JRN-TAG
                   MOVE WS-MATCH-IDX TO WS-JRN-SOURCE-IDX
                   PERFORM WRITE-JOURNAL-LINE
                   MOVE "S" TO WS-SD-STATUS (WS-MATCH-IDX)
                   MOVE "AFTER" TO WS-JRN-TAG
                   PERFORM WRITE-JOURNAL-LINE
                   SET WS-FILE-CHANGED TO TRUE
                   DISPLAY "STANDING ORDER " WS-ASK-NUMBER
                       " SUSPENDED"
               WHEN "S"
                   MOVE "BEFORE" TO WS-JRN-TAG
                   MOVE WS-MATCH-IDX TO WS-JRN-SOURCE-IDX
                   PERFORM WRITE-JOURNAL-LINE
                   MOVE "A" TO WS-SD-STATUS (WS-MATCH-IDX)
                   PERFORM ROLL-PAST-TODAY
                   MOVE "AFTER" TO WS-JRN-TAG
                   PERFORM WRITE-JOURNAL-LINE
                   SET WS-FILE-CHANGED TO TRUE
                   DISPLAY "STANDING ORDER " WS-ASK-NUMBER
                       " RESUMED - NEXT DELIVERY "
                       WS-SD-NEXT-DUE (WS-MATCH-IDX)
               WHEN OTHER
                   DISPLAY "STANDING ORDER " WS-ASK-NUMBER
                       " HAS ENDED - CHANGE ITS END DATE TO REOPEN IT"
           END-EVALUATE.

      *> the line goes from the table; the journal keeps its image.
      *> Order lines already raised from it stay on the book
       DELETE-STANDING.
           DISPLAY "Enter standing order number" WITH NO ADVANCING.
           ACCEPT WS-ASK-NUMBER.
           PERFORM FIND-STANDING.
           IF WS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-SD-LAST-SO (WS-MATCH-IDX) NOT = ZERO
               DISPLAY "STANDING ORDER HAS RAISED ORDERS - LAST WAS "
                   WS-SD-LAST-SO (WS-MATCH-IDX)
           END-IF.
           DISPLAY "Delete standing order " WS-ASK-NUMBER "? (Y/N)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-CONFIRM.
           IF WS-ASK-CONFIRM NOT = "Y" AND WS-ASK-CONFIRM NOT = "y"
               DISPLAY "NOT DELETED"
               EXIT PARAGRAPH
           END-IF.
           MOVE "DELETE" TO WS-JRN-TAG.
           MOVE WS-MATCH-IDX TO WS-JRN-SOURCE-IDX.
           PERFORM WRITE-JOURNAL-LINE.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-MATCH-IDX BY 1
                   UNTIL WS-SHIFT-IDX >= WS-SD-COUNT
               MOVE WS-SD-ENTRY (WS-SHIFT-IDX + 1)
                   TO WS-SD-ENTRY (WS-SHIFT-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-SD-COUNT.
           SET WS-FILE-CHANGED TO TRUE.
           DISPLAY "STANDING ORDER " WS-ASK-NUMBER " DELETED".

       LIST-STANDING.
           DISPLAY "Enter customer code (0 for all)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-CUSTOMER.
           MOVE ZERO TO WS-LISTED-COUNT.
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-SD-COUNT
               IF WS-ASK-CUSTOMER = ZERO OR
                       WS-SD-CUSTOMER (WS-SD-IDX) = WS-ASK-CUSTOMER
                   ADD 1 TO WS-LISTED-COUNT
                   MOVE WS-SD-QUANTITY (WS-SD-IDX) TO WS-QTY-EDIT
                   DISPLAY "STANDING " WS-SD-NUMBER (WS-SD-IDX)
                       " CUST " WS-SD-CUSTOMER (WS-SD-IDX)
                       " BRANCH " WS-SD-BRANCH (WS-SD-IDX)
                       " PRODUCT " WS-SD-PRODUCT (WS-SD-IDX)
                       " QTY " WS-QTY-EDIT
                       " CYCLE " WS-SD-FREQUENCY (WS-SD-IDX)
                       " (" WS-SD-STATUS (WS-SD-IDX) ")"
                   DISPLAY "      FROM " WS-SD-START-DATE (WS-SD-IDX)
                       " TO " WS-SD-END-DATE (WS-SD-IDX)
                       " NEXT DELIVERY " WS-SD-NEXT-DUE (WS-SD-IDX)
                       " LAST ORDER " WS-SD-LAST-SO (WS-SD-IDX)
               END-IF
           END-PERFORM.
           DISPLAY WS-LISTED-COUNT " STANDING ORDERS LISTED".

      *> moves the next delivery on a cycle at a time until it is
      *> today or later, and ends the standing order if that takes
      *> it past its end date
       ROLL-PAST-TODAY.
           PERFORM UNTIL WS-SD-NEXT-DUE (WS-MATCH-IDX) NOT < WS-TODAY
               PERFORM ADVANCE-NEXT-DUE
           END-PERFORM.
           IF WS-SD-END-DATE (WS-MATCH-IDX) NOT = ZERO AND
                   WS-SD-NEXT-DUE (WS-MATCH-IDX)
                   > WS-SD-END-DATE (WS-MATCH-IDX)
               MOVE "E" TO WS-SD-STATUS (WS-MATCH-IDX)
               DISPLAY "NO DELIVERY LEFT BEFORE THE END DATE - "
                   "STANDING ORDER ENDED"
           END-IF.

      *> on one cycle: a week or a fortnight of days, or a month to
      *> the standing order's own day of the month - the last day
      *> of a month too short to have it
       ADVANCE-NEXT-DUE.
           MOVE WS-SD-NEXT-DUE (WS-MATCH-IDX) TO WS-CUR-DATE-NUM.
           EVALUATE WS-SD-FREQUENCY (WS-MATCH-IDX)
               WHEN "W"
                   PERFORM STEP-TO-NEXT-DAY 7 TIMES
               WHEN "F"
                   PERFORM STEP-TO-NEXT-DAY 14 TIMES
               WHEN OTHER
                   IF WS-CUR-MONTH < 12
                       ADD 1 TO WS-CUR-MONTH
                   ELSE
                       MOVE 1 TO WS-CUR-MONTH
                       ADD 1 TO WS-CUR-YEAR
                   END-IF
                   MOVE WS-SD-START-DATE (WS-MATCH-IDX) (7:2)
                       TO WS-CUR-DAY
                   PERFORM SET-MONTH-LIMIT
                   IF WS-CUR-DAY > WS-MONTH-LIMIT
                       MOVE WS-MONTH-LIMIT TO WS-CUR-DAY
                   END-IF
           END-EVALUATE.
           MOVE WS-CUR-DATE-NUM TO WS-SD-NEXT-DUE (WS-MATCH-IDX).

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

       SET-MONTH-LIMIT.
           MOVE WS-DAYS-IN-MONTH (WS-CUR-MONTH) TO WS-MONTH-LIMIT.
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

      *> one journal line: the table entry rendered in the file's
      *> own record layout, with who and when - keyed by number
       WRITE-JOURNAL-LINE.
           SET WS-SD-IDX TO WS-JRN-SOURCE-IDX.
           MOVE WS-SD-NUMBER (WS-SD-IDX) TO JS-NUMBER.
           MOVE WS-SD-CUSTOMER (WS-SD-IDX) TO JS-CUSTOMER.
           MOVE WS-SD-BRANCH (WS-SD-IDX) TO JS-BRANCH.
           MOVE WS-SD-PRODUCT (WS-SD-IDX) TO JS-PRODUCT.
           MOVE WS-SD-QUANTITY (WS-SD-IDX) TO JS-QUANTITY.
           MOVE WS-SD-FREQUENCY (WS-SD-IDX) TO JS-FREQUENCY.
           MOVE WS-SD-START-DATE (WS-SD-IDX) TO JS-START-DATE.
           MOVE WS-SD-END-DATE (WS-SD-IDX) TO JS-END-DATE.
           MOVE WS-SD-NEXT-DUE (WS-SD-IDX) TO JS-NEXT-DUE.
           MOVE WS-SD-STATUS (WS-SD-IDX) TO JS-STATUS.
           MOVE WS-SD-LAST-SO (WS-SD-IDX) TO JS-LAST-SO.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CHANGE JOURNAL - STATUS "
                   WS-JOURNAL-STATUS
           ELSE
               MOVE "STANDORD" TO CJ-MASTER
               MOVE SPACES TO CJ-KEY
               MOVE WS-SD-NUMBER (WS-SD-IDX) TO CJ-KEY (1:6)
               MOVE WS-OPERATOR-ID TO CJ-OPERATOR
               ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-STAMP-TIME FROM TIME
               COMPUTE CJ-STAMP = WS-STAMP-DATE * 1000000
                   + WS-STAMP-TIME / 100
               MOVE WS-JRN-TAG TO CJ-TAG
               MOVE WS-JRN-IMAGE-REC TO CJ-IMAGE
               WRITE CHANGE-JOURNAL-REC
               CLOSE CHANGE-JOURNAL-FILE
           END-IF.

       WRITE-MASTER-BACK.
           IF WS-SD-COUNT > 1
               SORT WS-SD-ENTRY ASCENDING KEY WS-SD-NUMBER
           END-IF.
           OPEN OUTPUT STANDING-ORDER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING STANDING ORDER FILE - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-SD-COUNT
               MOVE WS-SD-NUMBER (WS-SD-IDX) TO SD-NUMBER
               MOVE WS-SD-CUSTOMER (WS-SD-IDX) TO SD-CUSTOMER
               MOVE WS-SD-BRANCH (WS-SD-IDX) TO SD-BRANCH
               MOVE WS-SD-PRODUCT (WS-SD-IDX) TO SD-PRODUCT
               MOVE WS-SD-QUANTITY (WS-SD-IDX) TO SD-QUANTITY
               MOVE WS-SD-FREQUENCY (WS-SD-IDX) TO SD-FREQUENCY
               MOVE WS-SD-START-DATE (WS-SD-IDX) TO SD-START-DATE
               MOVE WS-SD-END-DATE (WS-SD-IDX) TO SD-END-DATE
               MOVE WS-SD-NEXT-DUE (WS-SD-IDX) TO SD-NEXT-DUE
               MOVE WS-SD-STATUS (WS-SD-IDX) TO SD-STATUS
               MOVE WS-SD-LAST-SO (WS-SD-IDX) TO SD-LAST-SO
               WRITE STANDING-ORDER-REC
           END-PERFORM.
           CLOSE STANDING-ORDER-FILE.
           DISPLAY "STANDING ORDER FILE REWRITTEN".

       END PROGRAM SORDMAINT.
