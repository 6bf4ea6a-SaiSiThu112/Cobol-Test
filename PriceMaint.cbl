       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICEMAINT.

      *> maintains the effective-dated price list (PriceList.txt)
      *> the way SUPMAINT maintains the supplier master, so a price
      *> change is a new line with a start date instead of an
      *> overwrite of PM-SELL-PRICE that silently re-prices every
      *> sale already made: add a price for a product from a date
      *> (optionally to a date), for every branch (branch 000) or as
      *> one branch's promotion; end a price that is running; list
      *> what is on file for a product. The product must be on the
      *> product master and the branch on the branch master, and
      *> both dates go through the shared DATEEDIT. Every add and
      *> end leaves who/when and the before and after images on the
      *> shared change journal, same as the other maintenance
      *> programs. The list is written back in product, branch and
      *> start-date order.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PRICE-LIST-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO DYNAMIC WS-PRODUCT-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT BRANCH-MASTER-FILE
               ASSIGN TO DYNAMIC WS-BRANCH-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-MASTER-STATUS.

           SELECT CHANGE-JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PRICE-LIST-FILE.
           01 PRICE-LIST-LINE.
               COPY PRICE-LIST.

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-LINE.
               COPY PRODUCT-MASTER.

           FD BRANCH-MASTER-FILE.
           01 BRANCH-MASTER-LINE.
               COPY BRANCH-MASTER.

           FD CHANGE-JOURNAL-FILE.
           01 CHANGE-JOURNAL-REC.
               COPY CHANGE-JOURNAL.

       WORKING-STORAGE SECTION.
      *> the whole list is held here while the operator works on it
      *> and written back in one pass at the end
           01 WS-PRICE-TABLE.
               05 WS-PL-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-PRICE-COUNT
                       INDEXED BY WS-PL-IDX.
                   10 WS-PL-PRODUCT PIC 9(2).
                   10 WS-PL-BRANCH PIC 9(3).
                   10 WS-PL-FROM PIC 9(8).
                   10 WS-PL-TO PIC 9(8).
                   10 WS-PL-PRICE PIC 9(5)V99.
           01 WS-PRICE-COUNT PIC 9(5) COMP VALUE ZERO.

           01 WS-PRODUCT-TABLE.
               05 WS-PM-ENTRY OCCURS 100 TIMES INDEXED BY WS-PM-IDX.
                   10 WS-PM-CODE PIC 9(2).
                   10 WS-PM-DESC PIC X(20).
                   10 WS-PM-SELL PIC 9(5)V99.
           01 WS-PM-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-BRANCH-TABLE.
               05 WS-BM-ENTRY OCCURS 1000 TIMES INDEXED BY WS-BM-IDX.
                   10 WS-BM-CODE PIC 9(3).
           01 WS-BM-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-PRODUCT-EOF PIC A(1) VALUE "N".
           01 WS-BRANCH-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".
           01 WS-CHANGED-SW PIC A(1) VALUE "N".
               88 WS-LIST-CHANGED VALUE "Y".

           01 WS-ASK-PRODUCT PIC 9(2).
           01 WS-ASK-BRANCH PIC 9(3).
           01 WS-ASK-FROM PIC 9(8).
           01 WS-ASK-TO PIC 9(8).
           01 WS-ASK-PRICE PIC 9(5)V99.

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(5) COMP.
           01 WS-LISTED-COUNT PIC 9(5).
           01 WS-PRICE-EDIT PIC ZZZZ9.99.

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

      *> the record image the journal carries, built from a table
      *> entry in the list's own layout
           01 WS-JRN-IMAGE-REC.
               COPY PRICE-LIST REPLACING LEADING ==PL== BY ==JP==.
           01 WS-JRN-TAG PIC X(6).
           01 WS-JRN-SOURCE-IDX PIC 9(5) COMP.
           01 WS-OPERATOR-ID PIC X(10).
           01 WS-STAMP-DATE PIC 9(8).
           01 WS-STAMP-TIME PIC 9(8).
           01 WS-JOURNAL-PATH PIC X(80).
           01 WS-JOURNAL-STATUS PIC X(2).

           01 WS-MASTER-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-PRODUCT-MASTER-PATH PIC X(80).
           01 WS-PRODUCT-MASTER-STATUS PIC X(2).
           01 WS-BRANCH-MASTER-PATH PIC X(80).
           01 WS-BRANCH-MASTER-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT
               "CHANGEJOURNAL_FILE".
           IF WS-JOURNAL-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ChangeJournal.txt"
                   TO WS-JOURNAL-PATH
           END-IF.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "PRICELIST_FILE".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PriceList.txt"
                   TO WS-MASTER-PATH
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
                       IF WS-PM-COUNT < 100
                           ADD 1 TO WS-PM-COUNT
                           SET WS-PM-IDX TO WS-PM-COUNT
                           MOVE PM-PRODUCT-CODE
                               TO WS-PM-CODE (WS-PM-IDX)
                           MOVE PM-DESCRIPTION
                               TO WS-PM-DESC (WS-PM-IDX)
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

           OPEN INPUT BRANCH-MASTER-FILE.
           IF WS-BRANCH-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BRANCH MASTER - STATUS "
                   WS-BRANCH-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-BRANCH-EOF = "Y"
               READ BRANCH-MASTER-FILE
                   AT END MOVE "Y" TO WS-BRANCH-EOF
                   NOT AT END
                       IF WS-BM-COUNT < 1000
                           ADD 1 TO WS-BM-COUNT
                           SET WS-BM-IDX TO WS-BM-COUNT
                           MOVE BM-BRANCH-CODE
                               TO WS-BM-CODE (WS-BM-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BRANCH-MASTER-FILE.

      *> a list that does not exist yet is simply empty - the first
      *> add creates it
           OPEN INPUT PRICE-LIST-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ PRICE-LIST-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF WS-PRICE-COUNT < 20000
                               ADD 1 TO WS-PRICE-COUNT
                               SET WS-PL-IDX TO WS-PRICE-COUNT
                               MOVE PL-PRODUCT-CODE
                                   TO WS-PL-PRODUCT (WS-PL-IDX)
                               MOVE PL-BRANCH-CODE
                                   TO WS-PL-BRANCH (WS-PL-IDX)
                               MOVE PL-FROM-DATE
                                   TO WS-PL-FROM (WS-PL-IDX)
                               MOVE PL-TO-DATE
                                   TO WS-PL-TO (WS-PL-IDX)
                               MOVE PL-PRICE
                                   TO WS-PL-PRICE (WS-PL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRICE-LIST-FILE
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "PRICE LIST - A=ADD E=END L=LIST Q=QUIT"
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-PRICE
                   WHEN "E"
                   WHEN "e"
                       PERFORM END-PRICE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-PRICES
                   WHEN "Q"
                   WHEN "q"
                       SET WS-QUIT TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM.

           IF WS-LIST-CHANGED
               PERFORM WRITE-MASTER-BACK
           END-IF.
           STOP RUN.

      *> product, branch and start date - the three that say which
      *> line of the list the operator means
       TAKE-PRICE-KEY.
           SET WS-EDIT-FAILED TO TRUE.
           DISPLAY "Enter product code" WITH NO ADVANCING.
           ACCEPT WS-ASK-PRODUCT.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-CODE (WS-PM-IDX) = WS-ASK-PRODUCT
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               DISPLAY "PRODUCT " WS-ASK-PRODUCT
                   " NOT ON THE PRODUCT MASTER"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter branch (000 for every branch)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-BRANCH.
           IF WS-ASK-BRANCH NOT = ZERO
               SET WS-NOT-FOUND TO TRUE
               PERFORM VARYING WS-BM-IDX FROM 1 BY 1
                       UNTIL WS-BM-IDX > WS-BM-COUNT
                   IF WS-BM-CODE (WS-BM-IDX) = WS-ASK-BRANCH
                       SET WS-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-NOT-FOUND
                   DISPLAY "BRANCH " WS-ASK-BRANCH
                       " NOT ON THE BRANCH MASTER"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Enter price from date (YYYYMMDD)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-FROM.
           MOVE WS-ASK-FROM TO DE-DATE.
           MOVE "N" TO DE-NO-FUTURE.
           MOVE ZERO TO DE-EARLIEST.
           CALL "DATEEDIT" USING WS-DATE-PARM.
           IF NOT DE-VALID
               DISPLAY "BAD FROM DATE: " DE-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           SET WS-EDIT-OK TO TRUE.

       FIND-PRICE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PRICE-COUNT
               IF WS-PL-PRODUCT (WS-PL-IDX) = WS-ASK-PRODUCT
                       AND WS-PL-BRANCH (WS-PL-IDX) = WS-ASK-BRANCH
                       AND WS-PL-FROM (WS-PL-IDX) = WS-ASK-FROM
                   SET WS-FOUND TO TRUE
                   MOVE WS-PL-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> an end date of zero leaves the price running until a later
      *> line takes over or someone ends it
       TAKE-TO-DATE.
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter price to date (YYYYMMDD, 0 for no end)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-TO
               IF WS-ASK-TO = ZERO
                   MOVE 99999999 TO WS-ASK-TO
                   SET WS-EDIT-OK TO TRUE
               ELSE
                   MOVE WS-ASK-TO TO DE-DATE
                   MOVE "N" TO DE-NO-FUTURE
                   MOVE WS-ASK-FROM TO DE-EARLIEST
                   CALL "DATEEDIT" USING WS-DATE-PARM
                   IF DE-VALID
                       SET WS-EDIT-OK TO TRUE
                   ELSE
                       DISPLAY "BAD TO DATE: " DE-MESSAGE
                   END-IF
               END-IF
           END-PERFORM.

       ADD-PRICE.
           PERFORM TAKE-PRICE-KEY.
           IF WS-EDIT-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-PRICE.
           IF WS-FOUND
               DISPLAY "A PRICE FROM " WS-ASK-FROM
                   " IS ALREADY ON FILE - END IT AND ADD A NEW ONE"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PRICE-COUNT >= 20000
               DISPLAY "PRICE LIST FULL - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM TAKE-TO-DATE.
           DISPLAY "Enter selling price" WITH NO ADVANCING.
           ACCEPT WS-ASK-PRICE.
           ADD 1 TO WS-PRICE-COUNT.
           SET WS-PL-IDX TO WS-PRICE-COUNT.
           MOVE WS-ASK-PRODUCT TO WS-PL-PRODUCT (WS-PL-IDX).
           MOVE WS-ASK-BRANCH TO WS-PL-BRANCH (WS-PL-IDX).
           MOVE WS-ASK-FROM TO WS-PL-FROM (WS-PL-IDX).
           MOVE WS-ASK-TO TO WS-PL-TO (WS-PL-IDX).
           MOVE WS-ASK-PRICE TO WS-PL-PRICE (WS-PL-IDX).
           MOVE "ADD" TO WS-JRN-TAG.
           SET WS-JRN-SOURCE-IDX TO WS-PL-IDX.
           PERFORM WRITE-JOURNAL-LINE.
           SET WS-LIST-CHANGED TO TRUE.
           DISPLAY "PRICE FOR PRODUCT " WS-ASK-PRODUCT
               " BRANCH " WS-ASK-BRANCH " FROM " WS-ASK-FROM
               " ADDED".

      *> ending a price is the only change a line takes once it is
      *> on file - the price itself stays as it was charged, and a
      *> new price is a new line
       END-PRICE.
           PERFORM TAKE-PRICE-KEY.
           IF WS-EDIT-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-PRICE.
           IF WS-NOT-FOUND
               DISPLAY "NO PRICE FROM " WS-ASK-FROM " ON FILE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PL-PRICE (WS-MATCH-IDX) TO WS-PRICE-EDIT.
           DISPLAY "Current price   : " WS-PRICE-EDIT.
           DISPLAY "Current to date : " WS-PL-TO (WS-MATCH-IDX).
           PERFORM TAKE-TO-DATE.
           MOVE "BEFORE" TO WS-JRN-TAG.
           MOVE WS-MATCH-IDX TO WS-JRN-SOURCE-IDX.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE WS-ASK-TO TO WS-PL-TO (WS-MATCH-IDX).
           MOVE "AFTER" TO WS-JRN-TAG.
           PERFORM WRITE-JOURNAL-LINE.
           SET WS-LIST-CHANGED TO TRUE.
           DISPLAY "PRICE FOR PRODUCT " WS-ASK-PRODUCT
               " BRANCH " WS-ASK-BRANCH " FROM " WS-ASK-FROM
               " NOW ENDS " WS-ASK-TO.

       LIST-PRICES.
           DISPLAY "Enter product code (0 for all)" WITH NO ADVANCING.
           ACCEPT WS-ASK-PRODUCT.
           MOVE ZERO TO WS-LISTED-COUNT.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PRICE-COUNT
               IF WS-ASK-PRODUCT = ZERO OR
                       WS-PL-PRODUCT (WS-PL-IDX) = WS-ASK-PRODUCT
                   ADD 1 TO WS-LISTED-COUNT
                   MOVE WS-PL-PRICE (WS-PL-IDX) TO WS-PRICE-EDIT
                   DISPLAY WS-PL-PRODUCT (WS-PL-IDX)
                       " BRANCH " WS-PL-BRANCH (WS-PL-IDX)
                       " FROM " WS-PL-FROM (WS-PL-IDX)
                       " TO " WS-PL-TO (WS-PL-IDX)
                       " PRICE " WS-PRICE-EDIT
               END-IF
           END-PERFORM.
           DISPLAY WS-LISTED-COUNT " PRICE LINES LISTED".
      *> what an unlisted date falls back to
           IF WS-ASK-PRODUCT NOT = ZERO
               PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                       UNTIL WS-PM-IDX > WS-PM-COUNT
                   IF WS-PM-CODE (WS-PM-IDX) = WS-ASK-PRODUCT
                       MOVE WS-PM-SELL (WS-PM-IDX) TO WS-PRICE-EDIT
                       DISPLAY WS-PM-DESC (WS-PM-IDX)
                           " MASTER PRICE " WS-PRICE-EDIT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *> one journal line: the table entry rendered in the list's
      *> own record layout, with who and when - keyed by product
      *> and branch, the start date travels in the image
       WRITE-JOURNAL-LINE.
           SET WS-PL-IDX TO WS-JRN-SOURCE-IDX.
           MOVE WS-PL-PRODUCT (WS-PL-IDX) TO JP-PRODUCT-CODE.
           MOVE WS-PL-BRANCH (WS-PL-IDX) TO JP-BRANCH-CODE.
           MOVE WS-PL-FROM (WS-PL-IDX) TO JP-FROM-DATE.
           MOVE WS-PL-TO (WS-PL-IDX) TO JP-TO-DATE.
           MOVE WS-PL-PRICE (WS-PL-IDX) TO JP-PRICE.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CHANGE JOURNAL - STATUS "
                   WS-JOURNAL-STATUS
           ELSE
               MOVE "PRICE" TO CJ-MASTER
               MOVE SPACES TO CJ-KEY
               MOVE WS-PL-PRODUCT (WS-PL-IDX) TO CJ-KEY (1:2)
               MOVE WS-PL-BRANCH (WS-PL-IDX) TO CJ-KEY (3:3)
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
           IF WS-PRICE-COUNT > 1
               SORT WS-PL-ENTRY
                   ASCENDING KEY WS-PL-PRODUCT
                   ASCENDING KEY WS-PL-BRANCH
                   ASCENDING KEY WS-PL-FROM
           END-IF.
           OPEN OUTPUT PRICE-LIST-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING PRICE LIST - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PRICE-COUNT
               MOVE WS-PL-PRODUCT (WS-PL-IDX) TO PL-PRODUCT-CODE
               MOVE WS-PL-BRANCH (WS-PL-IDX) TO PL-BRANCH-CODE
               MOVE WS-PL-FROM (WS-PL-IDX) TO PL-FROM-DATE
               MOVE WS-PL-TO (WS-PL-IDX) TO PL-TO-DATE
               MOVE WS-PL-PRICE (WS-PL-IDX) TO PL-PRICE
               WRITE PRICE-LIST-LINE
           END-PERFORM.
           CLOSE PRICE-LIST-FILE.
           DISPLAY "PRICE LIST REWRITTEN".

       END PROGRAM PRICEMAINT.
