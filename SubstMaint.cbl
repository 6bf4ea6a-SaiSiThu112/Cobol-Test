       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBSTMAINT.

      *> maintains the product substitute lists (ProductSubst.txt)
      *> the way KITMAINT maintains the kit bills: add a substitute
      *> to a product at a place in its order of preference, change
      *> a substitute's place, delete a substitute, list what may
      *> stand in for a product. The product and the substitute
      *> must both be on the product master and must differ; a
      *> product carries at most four substitutes, each at its own
      *> place 1 to 4. A discontinued substitute may stay on the
      *> list - ORDERENT passes over it when it offers one. Every
      *> add, change and delete leaves who/when and the before and
      *> after images on the shared change journal, same as the
      *> other maintenance programs. The file is written back in
      *> product and preference order.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PRODUCT-SUBST-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO DYNAMIC WS-PRODUCT-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT CHANGE-JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PRODUCT-SUBST-FILE.
           01 PRODUCT-SUBST-LINE.
               COPY PRODUCT-SUBST.

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-LINE.
               COPY PRODUCT-MASTER.

           FD CHANGE-JOURNAL-FILE.
           01 CHANGE-JOURNAL-REC.
               COPY CHANGE-JOURNAL.

       WORKING-STORAGE SECTION.
      *> the whole file is held here while the operator works on it
      *> and written back in one pass at the end
           01 WS-SUBST-TABLE.
               05 WS-PS-ENTRY OCCURS 1 TO 400 TIMES
                       DEPENDING ON WS-SUBST-COUNT
                       INDEXED BY WS-PS-IDX.
                   10 WS-PS-PRODUCT PIC 9(2).
                   10 WS-PS-PRIORITY PIC 9(1).
                   10 WS-PS-SUBSTITUTE PIC 9(2).
           01 WS-SUBST-COUNT PIC 9(5) COMP VALUE ZERO.

           01 WS-PRODUCT-TABLE.
               05 WS-PM-ENTRY OCCURS 100 TIMES INDEXED BY WS-PM-IDX.
                   10 WS-PM-CODE PIC 9(2).
                   10 WS-PM-DESC PIC X(20).
                   10 WS-PM-STATUS PIC X(1).
           01 WS-PM-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-PRODUCT-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".
           01 WS-CHANGED-SW PIC A(1) VALUE "N".
               88 WS-LIST-CHANGED VALUE "Y".

           01 WS-ASK-PRODUCT PIC 9(2).
           01 WS-ASK-SUBSTITUTE PIC 9(2).
           01 WS-ASK-PRIORITY PIC 9(1).
           01 WS-CHECK-PRODUCT PIC 9(2).
           01 WS-ON-PRODUCT PIC 9(3).

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(5) COMP.
           01 WS-SHIFT-IDX PIC 9(5) COMP.
           01 WS-LISTED-COUNT PIC 9(5).

           01 WS-EDIT-SW PIC X(1).
               88 WS-EDIT-OK VALUE "Y".
               88 WS-EDIT-FAILED VALUE "N".

      *> the record image the journal carries, built from a table
      *> entry in the file's own layout
           01 WS-JRN-IMAGE-REC.
               COPY PRODUCT-SUBST REPLACING LEADING ==PS== BY ==JS==.
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

       PROCEDURE DIVISION.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT
               "CHANGEJOURNAL_FILE".
           IF WS-JOURNAL-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ChangeJournal.txt"
                   TO WS-JOURNAL-PATH
           END-IF.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "PRODSUBST_FILE".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ProductSubst.txt"
                   TO WS-MASTER-PATH
           END-IF.
           ACCEPT WS-PRODUCT-MASTER-PATH FROM ENVIRONMENT
               "ASSIGNTWO_PRODUCTMASTER".
           IF WS-PRODUCT-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ProductMaster.txt"
                   TO WS-PRODUCT-MASTER-PATH
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
                           MOVE PM-STATUS
                               TO WS-PM-STATUS (WS-PM-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-MASTER-FILE.

      *> a file that does not exist yet is simply empty - the first
      *> add creates it
           OPEN INPUT PRODUCT-SUBST-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ PRODUCT-SUBST-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF WS-SUBST-COUNT < 400
                               ADD 1 TO WS-SUBST-COUNT
                               SET WS-PS-IDX TO WS-SUBST-COUNT
                               MOVE PS-PRODUCT
                                   TO WS-PS-PRODUCT (WS-PS-IDX)
                               MOVE PS-PRIORITY
                                   TO WS-PS-PRIORITY (WS-PS-IDX)
                               MOVE PS-SUBSTITUTE
                                   TO WS-PS-SUBSTITUTE (WS-PS-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-SUBST-FILE
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "SUBSTITUTES - A=ADD C=CHANGE D=DELETE L=LIST "
                   "Q=QUIT" WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-SUBSTITUTE
                   WHEN "C"
                   WHEN "c"
                       PERFORM CHANGE-SUBSTITUTE
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-SUBSTITUTE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-SUBSTITUTES
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

      *> product and substitute - the two that say which line of
      *> the file the operator means; both must be on the product
      *> master
       TAKE-SUBST-KEY.
           SET WS-EDIT-FAILED TO TRUE.
           DISPLAY "Enter product code" WITH NO ADVANCING.
           ACCEPT WS-ASK-PRODUCT.
           MOVE WS-ASK-PRODUCT TO WS-CHECK-PRODUCT.
           PERFORM FIND-PRODUCT.
           IF WS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter substitute product code" WITH NO ADVANCING.
           ACCEPT WS-ASK-SUBSTITUTE.
           MOVE WS-ASK-SUBSTITUTE TO WS-CHECK-PRODUCT.
           PERFORM FIND-PRODUCT.
           IF WS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           SET WS-EDIT-OK TO TRUE.

       FIND-PRODUCT.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-CODE (WS-PM-IDX) = WS-CHECK-PRODUCT
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               DISPLAY "PRODUCT " WS-CHECK-PRODUCT
                   " NOT ON THE PRODUCT MASTER"
           END-IF.

       FIND-SUBSTITUTE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-SUBST-COUNT
               IF WS-PS-PRODUCT (WS-PS-IDX) = WS-ASK-PRODUCT
                       AND WS-PS-SUBSTITUTE (WS-PS-IDX)
                           = WS-ASK-SUBSTITUTE
                   SET WS-FOUND TO TRUE
                   MOVE WS-PS-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> a place 1 to 4 not already held by another substitute of
      *> the same product
       TAKE-PRIORITY.
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter order of preference (1 to 4)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-PRIORITY
               IF WS-ASK-PRIORITY < 1 OR WS-ASK-PRIORITY > 4
                   DISPLAY "PREFERENCE MUST BE 1 TO 4 - RE-ENTER"
               ELSE
                   SET WS-EDIT-OK TO TRUE
                   PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                           UNTIL WS-PS-IDX > WS-SUBST-COUNT
                       IF WS-PS-PRODUCT (WS-PS-IDX) = WS-ASK-PRODUCT
                               AND WS-PS-PRIORITY (WS-PS-IDX)
                                   = WS-ASK-PRIORITY
                               AND WS-PS-SUBSTITUTE (WS-PS-IDX)
                                   NOT = WS-ASK-SUBSTITUTE
                           DISPLAY "PLACE " WS-ASK-PRIORITY
                               " IS HELD BY PRODUCT "
                               WS-PS-SUBSTITUTE (WS-PS-IDX)
                               " - RE-ENTER"
                           SET WS-EDIT-FAILED TO TRUE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       ADD-SUBSTITUTE.
           PERFORM TAKE-SUBST-KEY.
           IF WS-EDIT-FAILED
               EXIT PARAGRAPH
           END-IF.
           IF WS-ASK-PRODUCT = WS-ASK-SUBSTITUTE
               DISPLAY "A PRODUCT CANNOT BE A SUBSTITUTE FOR ITSELF"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-SUBSTITUTE.
           IF WS-FOUND
               DISPLAY "PRODUCT " WS-ASK-SUBSTITUTE
                   " IS ALREADY A SUBSTITUTE FOR " WS-ASK-PRODUCT
                   " - CHANGE ITS PLACE INSTEAD"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-ON-PRODUCT.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-SUBST-COUNT
               IF WS-PS-PRODUCT (WS-PS-IDX) = WS-ASK-PRODUCT
                   ADD 1 TO WS-ON-PRODUCT
               END-IF
           END-PERFORM.
           IF WS-ON-PRODUCT >= 4
               DISPLAY "PRODUCT " WS-ASK-PRODUCT
                   " ALREADY HAS FOUR SUBSTITUTES - DELETE ONE FIRST"
               EXIT PARAGRAPH
           END-IF.
           IF WS-SUBST-COUNT >= 400
               DISPLAY "SUBSTITUTE FILE FULL - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PM-STATUS (WS-PM-IDX) = "I"
               DISPLAY "NOTE - PRODUCT " WS-ASK-SUBSTITUTE
                   " IS DISCONTINUED AND WILL NOT BE OFFERED"
           END-IF.
           PERFORM TAKE-PRIORITY.
           ADD 1 TO WS-SUBST-COUNT.
           SET WS-PS-IDX TO WS-SUBST-COUNT.
           MOVE WS-ASK-PRODUCT TO WS-PS-PRODUCT (WS-PS-IDX).
           MOVE WS-ASK-PRIORITY TO WS-PS-PRIORITY (WS-PS-IDX).
           MOVE WS-ASK-SUBSTITUTE TO WS-PS-SUBSTITUTE (WS-PS-IDX).
           MOVE "ADD" TO WS-JRN-TAG.
           SET WS-JRN-SOURCE-IDX TO WS-PS-IDX.
           PERFORM WRITE-JOURNAL-LINE.
           SET WS-LIST-CHANGED TO TRUE.
           DISPLAY "PRODUCT " WS-ASK-SUBSTITUTE
               " ADDED AS SUBSTITUTE " WS-ASK-PRIORITY
               " FOR " WS-ASK-PRODUCT.

       CHANGE-SUBSTITUTE.
           PERFORM TAKE-SUBST-KEY.
           IF WS-EDIT-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-SUBSTITUTE.
           IF WS-NOT-FOUND
               DISPLAY "PRODUCT " WS-ASK-SUBSTITUTE
                   " IS NOT A SUBSTITUTE FOR " WS-ASK-PRODUCT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Current order of preference : "
               WS-PS-PRIORITY (WS-MATCH-IDX).
           PERFORM TAKE-PRIORITY.
           MOVE "BEFORE" TO WS-JRN-TAG.
           MOVE WS-MATCH-IDX TO WS-JRN-SOURCE-IDX.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE WS-ASK-PRIORITY TO WS-PS-PRIORITY (WS-MATCH-IDX).
           MOVE "AFTER" TO WS-JRN-TAG.
           PERFORM WRITE-JOURNAL-LINE.
           SET WS-LIST-CHANGED TO TRUE.
           DISPLAY "SUBSTITUTE " WS-ASK-SUBSTITUTE " FOR "
               WS-ASK-PRODUCT " CHANGED".

      *> the line goes from the table; the journal keeps its image
       DELETE-SUBSTITUTE.
           PERFORM TAKE-SUBST-KEY.
           IF WS-EDIT-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-SUBSTITUTE.
           IF WS-NOT-FOUND
               DISPLAY "PRODUCT " WS-ASK-SUBSTITUTE
                   " IS NOT A SUBSTITUTE FOR " WS-ASK-PRODUCT
               EXIT PARAGRAPH
           END-IF.
           MOVE "DELETE" TO WS-JRN-TAG.
           MOVE WS-MATCH-IDX TO WS-JRN-SOURCE-IDX.
           PERFORM WRITE-JOURNAL-LINE.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-MATCH-IDX BY 1
                   UNTIL WS-SHIFT-IDX >= WS-SUBST-COUNT
               MOVE WS-PS-ENTRY (WS-SHIFT-IDX + 1)
                   TO WS-PS-ENTRY (WS-SHIFT-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-SUBST-COUNT.
           SET WS-LIST-CHANGED TO TRUE.
           DISPLAY "SUBSTITUTE " WS-ASK-SUBSTITUTE " DELETED FROM "
               WS-ASK-PRODUCT.

       LIST-SUBSTITUTES.
           DISPLAY "Enter product code (0 for all)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-PRODUCT.
           MOVE ZERO TO WS-LISTED-COUNT.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-SUBST-COUNT
               IF WS-ASK-PRODUCT = ZERO OR
                       WS-PS-PRODUCT (WS-PS-IDX) = WS-ASK-PRODUCT
                   ADD 1 TO WS-LISTED-COUNT
                   PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                           UNTIL WS-PM-IDX > WS-PM-COUNT
                       IF WS-PM-CODE (WS-PM-IDX)
                               = WS-PS-SUBSTITUTE (WS-PS-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-PM-IDX > WS-PM-COUNT
                       DISPLAY "PRODUCT " WS-PS-PRODUCT (WS-PS-IDX)
                           " PLACE " WS-PS-PRIORITY (WS-PS-IDX)
                           " SUBSTITUTE " WS-PS-SUBSTITUTE (WS-PS-IDX)
                   ELSE
                       DISPLAY "PRODUCT " WS-PS-PRODUCT (WS-PS-IDX)
                           " PLACE " WS-PS-PRIORITY (WS-PS-IDX)
                           " SUBSTITUTE " WS-PS-SUBSTITUTE (WS-PS-IDX)
                           " " WS-PM-DESC (WS-PM-IDX)
                           " (" WS-PM-STATUS (WS-PM-IDX) ")"
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY WS-LISTED-COUNT " SUBSTITUTE LINES LISTED".

      *> one journal line: the table entry rendered in the file's
      *> own record layout, with who and when - keyed by product
      *> and substitute
       WRITE-JOURNAL-LINE.
           SET WS-PS-IDX TO WS-JRN-SOURCE-IDX.
           MOVE WS-PS-PRODUCT (WS-PS-IDX) TO JS-PRODUCT.
           MOVE WS-PS-PRIORITY (WS-PS-IDX) TO JS-PRIORITY.
           MOVE WS-PS-SUBSTITUTE (WS-PS-IDX) TO JS-SUBSTITUTE.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CHANGE JOURNAL - STATUS "
                   WS-JOURNAL-STATUS
           ELSE
               MOVE "PRODSUB" TO CJ-MASTER
               MOVE SPACES TO CJ-KEY
               MOVE WS-PS-PRODUCT (WS-PS-IDX) TO CJ-KEY (1:2)
               MOVE WS-PS-SUBSTITUTE (WS-PS-IDX) TO CJ-KEY (3:2)
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
           IF WS-SUBST-COUNT > 1
               SORT WS-PS-ENTRY
                   ASCENDING KEY WS-PS-PRODUCT
                   ASCENDING KEY WS-PS-PRIORITY
           END-IF.
           OPEN OUTPUT PRODUCT-SUBST-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING SUBSTITUTE FILE - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-SUBST-COUNT
               MOVE WS-PS-PRODUCT (WS-PS-IDX) TO PS-PRODUCT
               MOVE WS-PS-PRIORITY (WS-PS-IDX) TO PS-PRIORITY
               MOVE WS-PS-SUBSTITUTE (WS-PS-IDX) TO PS-SUBSTITUTE
               WRITE PRODUCT-SUBST-LINE
           END-PERFORM.
           CLOSE PRODUCT-SUBST-FILE.
           DISPLAY "SUBSTITUTE FILE REWRITTEN".

       END PROGRAM SUBSTMAINT.
