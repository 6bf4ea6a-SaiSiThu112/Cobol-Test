      *> counts against the stock master's book figures and turns the
      *> approved variances into adjustment transactions, so shrinkage
      *> surfaces at count time instead of when a SELL bounces.
      *> The counter can first work the branch's count list for the
      *> day (CountList.txt, issued by CYCLECNT): the branch is keyed
      *> once, each card on the list is shown in turn and only the
      *> quantity is keyed. Counts off the list can follow as before.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALID-BRANCH-STATUS.

           SELECT COUNT-LIST-FILE ASSIGN TO DYNAMIC WS-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> one keyed count: the card counted, what was found on the
           01 VALID-BRANCH-LINE.
               05 VB-BRANCH-CODE PIC 9(3).

           FD COUNT-LIST-FILE.
           01 COUNT-LIST-LINE.
               COPY COUNT-LIST.

       WORKING-STORAGE SECTION.
           01 WS-VALID-BRANCH-TABLE.
               05 WS-VB-ENTRY OCCURS 100 TIMES INDEXED BY WS-VB-IDX.
           01 WS-ANOTHER-ANS PIC X(1) VALUE "Y".
           01 WS-ENTERED-COUNT PIC 9(5) VALUE ZERO.

      *> working the count list
           01 WS-LIST-ANS PIC X(1).
           01 WS-LIST-EOF PIC A(1) VALUE "N".
           01 WS-LIST-CARDS PIC 9(5) VALUE ZERO.
           01 WS-OLD-LIST-SW PIC X(1) VALUE "N".
               88 WS-OLD-LIST-WARNED VALUE "Y".

           01 WS-COUNT-DATE PIC 9(8).
      *> who is signed on at the menu - blank when run stand-alone
           01 WS-OPERATOR-ID PIC X(10).
           01 WS-COUNT-STATUS PIC X(2).
           01 WS-PRODUCT-MASTER-STATUS PIC X(2).
           01 WS-VALID-BRANCH-STATUS PIC X(2).
           01 WS-LIST-PATH PIC X(80).
           01 WS-LIST-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
               MOVE "C:\Users\25-00229\Desktop\ValidBranch.txt"
                   TO WS-VALID-BRANCH-PATH
           END-IF.
           ACCEPT WS-LIST-PATH FROM ENVIRONMENT "COUNTLIST_FILE".
           IF WS-LIST-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CountList.txt"
                   TO WS-LIST-PATH
           END-IF.
           ACCEPT WS-COUNT-DATE FROM DATE YYYYMMDD.

           OPEN INPUT VALID-BRANCH-FILE.
               STOP RUN
           END-IF.

           DISPLAY "Work the count list for a branch? (Y/N)"
               WITH NO ADVANCING.
           ACCEPT WS-LIST-ANS.
           IF WS-LIST-ANS = "Y" OR WS-LIST-ANS = "y"
               PERFORM WORK-COUNT-LIST
               DISPLAY "Enter counts off the list? (Y/N)"
                   WITH NO ADVANCING
               ACCEPT WS-ANOTHER-ANS
               IF WS-ANOTHER-ANS NOT = "Y" AND
                       WS-ANOTHER-ANS NOT = "y"
                   MOVE "N" TO WS-MORE-SW
               END-IF
           END-IF.

           PERFORM UNTIL NOT WS-MORE-ENTRIES
               PERFORM ENTER-ONE-COUNT
               DISPLAY "Enter another count? (Y/N)"
           DISPLAY WS-ENTERED-COUNT " COUNTS CAPTURED".
           STOP RUN.

      *> the list is walked in the order CYCLECNT wrote it, most
      *> overdue card first; a list left over from an earlier day is
      *> still worked, with a warning, rather than refused
       WORK-COUNT-LIST.
           OPEN INPUT COUNT-LIST-FILE.
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "NO COUNT LIST ON FILE - STATUS "
                   WS-LIST-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM ASK-BRANCH.
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ COUNT-LIST-FILE
                   AT END MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       IF CL-BRANCH-CODE = WS-ASK-BRANCH
                           PERFORM COUNT-ONE-LISTED-CARD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COUNT-LIST-FILE.
           IF WS-LIST-CARDS = ZERO
               DISPLAY "NO CARDS ON THE COUNT LIST FOR BRANCH "
                   WS-ASK-BRANCH
           ELSE
               DISPLAY WS-LIST-CARDS " LISTED CARDS COUNTED"
           END-IF.

       COUNT-ONE-LISTED-CARD.
           IF CL-LIST-DATE NOT = WS-COUNT-DATE AND
                   NOT WS-OLD-LIST-WARNED
               DISPLAY "WARNING - THIS COUNT LIST WAS ISSUED FOR "
                   CL-LIST-DATE
               SET WS-OLD-LIST-WARNED TO TRUE
           END-IF.
           IF CL-LAST-COUNTED = ZERO
               DISPLAY "PRODUCT " CL-PRODUCT-CODE " CLASS " CL-CLASS
                   " - NEVER COUNTED"
           ELSE
               DISPLAY "PRODUCT " CL-PRODUCT-CODE " CLASS " CL-CLASS
                   " - LAST COUNTED " CL-LAST-COUNTED
           END-IF.
           MOVE CL-PRODUCT-CODE TO WS-ASK-PRODUCT.
           PERFORM CAPTURE-ONE-QUANTITY.
           ADD 1 TO WS-LIST-CARDS.

       ENTER-ONE-COUNT.
           PERFORM ASK-BRANCH.
           PERFORM ASK-PRODUCT.
           PERFORM CAPTURE-ONE-QUANTITY.

      *> each field re-prompts on its own, the edit-loop pattern
      *> STOCKENTRY uses
       ASK-BRANCH.
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter branch code" WITH NO ADVANCING

      *> a discontinued product can still be counted - what is on the
      *> shelf is on the shelf - only an unknown code is refused
       ASK-PRODUCT.
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter product code" WITH NO ADVANCING

      *> a count can legitimately be zero, but never negative -
      *> nobody finds minus four units on a shelf
       CAPTURE-ONE-QUANTITY.
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter counted quantity" WITH NO ADVANCING
