       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITMAINT.

      *> maintains the kit bills of materials (KitBom.txt) the way
      *> PRICEMAINT maintains the price list: add a component line
      *> to a kit, change how many of a component go into one kit,
      *> delete a component line, list what a kit is made of. The
      *> kit and the component must both be on the product master
      *> and must differ, and kits are kept one level deep - a
      *> product that is a kit cannot be made a component, and a
      *> product already used as a component cannot be made a kit.
      *> Every add, change and delete leaves who/when and the before
      *> and after images on the shared change journal, same as the
      *> other maintenance programs. The file is written back in kit
      *> and component order.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT KIT-BOM-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
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
           FD KIT-BOM-FILE.
           01 KIT-BOM-LINE.
               COPY KIT-BOM.

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-LINE.
               COPY PRODUCT-MASTER.

           FD CHANGE-JOURNAL-FILE.
           01 CHANGE-JOURNAL-REC.
               COPY CHANGE-JOURNAL.

       WORKING-STORAGE SECTION.
      *> the whole file is held here while the operator works on it
      *> and written back in one pass at the end
           01 WS-KIT-TABLE.
               05 WS-KB-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-KIT-COUNT
                       INDEXED BY WS-KB-IDX.
                   10 WS-KB-KIT PIC 9(2).
                   10 WS-KB-COMPONENT PIC 9(2).
                   10 WS-KB-QUANTITY PIC 9(3)V99.
           01 WS-KIT-COUNT PIC 9(5) COMP VALUE ZERO.

           01 WS-PRODUCT-TABLE.
               05 WS-PM-ENTRY OCCURS 100 TIMES INDEXED BY WS-PM-IDX.
                   10 WS-PM-CODE PIC 9(2).
                   10 WS-PM-DESC PIC X(20).
           01 WS-PM-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-PRODUCT-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".
           01 WS-CHANGED-SW PIC A(1) VALUE "N".
               88 WS-LIST-CHANGED VALUE "Y".

           01 WS-ASK-KIT PIC 9(2).
           01 WS-ASK-COMPONENT PIC 9(2).
           01 WS-ASK-QUANTITY PIC 9(3)V99.
           01 WS-CHECK-PRODUCT PIC 9(2).

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(5) COMP.
           01 WS-SHIFT-IDX PIC 9(5) COMP.
           01 WS-LISTED-COUNT PIC 9(5).
           01 WS-QTY-EDIT PIC ZZ9.99.

           01 WS-EDIT-SW PIC X(1).
               88 WS-EDIT-OK VALUE "Y".
               88 WS-EDIT-FAILED VALUE "N".

      *> the record image the journal carries, built from a table
      *> entry in the file's own layout
           01 WS-JRN-IMAGE-REC.
               COPY KIT-BOM REPLACING LEADING ==KB== BY ==JK==.
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
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "KITBOM_FILE".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\KitBom.txt"
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
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-MASTER-FILE.

      *> a file that does not exist yet is simply empty - the first
      *> add creates it
           OPEN INPUT KIT-BOM-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ KIT-BOM-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF WS-KIT-COUNT < 5000
                               ADD 1 TO WS-KIT-COUNT
                               SET WS-KB-IDX TO WS-KIT-COUNT
                               MOVE KB-KIT-PRODUCT
                                   TO WS-KB-KIT (WS-KB-IDX)
                               MOVE KB-COMPONENT
                                   TO WS-KB-COMPONENT (WS-KB-IDX)
                               MOVE KB-QUANTITY
                                   TO WS-KB-QUANTITY (WS-KB-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KIT-BOM-FILE
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "KIT BILLS - A=ADD C=CHANGE D=DELETE L=LIST "
                   "Q=QUIT" WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-COMPONENT
                   WHEN "C"
                   WHEN "c"
                       PERFORM CHANGE-COMPONENT
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-COMPONENT
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-KITS
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

      *> kit and component - the two that say which line of the
      *> file the operator means; both must be on the product master
       TAKE-KIT-KEY.
           SET WS-EDIT-FAILED TO TRUE.
           DISPLAY "Enter kit product code" WITH NO ADVANCING.
           ACCEPT WS-ASK-KIT.
           MOVE WS-ASK-KIT TO WS-CHECK-PRODUCT.
           PERFORM FIND-PRODUCT.
           IF WS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter component product code" WITH NO ADVANCING.
           ACCEPT WS-ASK-COMPONENT.
           MOVE WS-ASK-COMPONENT TO WS-CHECK-PRODUCT.
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

       FIND-COMPONENT.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-KB-IDX FROM 1 BY 1
                   UNTIL WS-KB-IDX > WS-KIT-COUNT
               IF WS-KB-KIT (WS-KB-IDX) = WS-ASK-KIT
                       AND WS-KB-COMPONENT (WS-KB-IDX)
                           = WS-ASK-COMPONENT
                   SET WS-FOUND TO TRUE
                   MOVE WS-KB-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> one level only: the new kit must not already be somebody's
      *> component, and the new component must not be a kit
       CHECK-ONE-LEVEL.
           SET WS-EDIT-OK TO TRUE.
           IF WS-ASK-KIT = WS-ASK-COMPONENT
               DISPLAY "A KIT CANNOT BE A COMPONENT OF ITSELF"
               SET WS-EDIT-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-KB-IDX FROM 1 BY 1
                   UNTIL WS-KB-IDX > WS-KIT-COUNT
               IF WS-KB-COMPONENT (WS-KB-IDX) = WS-ASK-KIT
                   DISPLAY "PRODUCT " WS-ASK-KIT
                       " IS A COMPONENT OF KIT " WS-KB-KIT (WS-KB-IDX)
                       " - KITS ARE ONE LEVEL ONLY"
                   SET WS-EDIT-FAILED TO TRUE
                   EXIT PERFORM
               END-IF
               IF WS-KB-KIT (WS-KB-IDX) = WS-ASK-COMPONENT
                   DISPLAY "PRODUCT " WS-ASK-COMPONENT
                       " IS ITSELF A KIT - KITS ARE ONE LEVEL ONLY"
                   SET WS-EDIT-FAILED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       TAKE-QUANTITY.
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter quantity of the component in one kit"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-QUANTITY
               IF WS-ASK-QUANTITY > ZERO
                   SET WS-EDIT-OK TO TRUE
               ELSE
                   DISPLAY "QUANTITY MUST BE GREATER THAN ZERO"
               END-IF
           END-PERFORM.

       ADD-COMPONENT.
           PERFORM TAKE-KIT-KEY.
           IF WS-EDIT-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-COMPONENT.
           IF WS-FOUND
               DISPLAY "COMPONENT " WS-ASK-COMPONENT
                   " IS ALREADY IN KIT " WS-ASK-KIT
                   " - CHANGE ITS QUANTITY INSTEAD"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-ONE-LEVEL.
           IF WS-EDIT-FAILED
               EXIT PARAGRAPH
           END-IF.
           IF WS-KIT-COUNT >= 5000
               DISPLAY "KIT BILL FILE FULL - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM TAKE-QUANTITY.
           ADD 1 TO WS-KIT-COUNT.
           SET WS-KB-IDX TO WS-KIT-COUNT.
           MOVE WS-ASK-KIT TO WS-KB-KIT (WS-KB-IDX).
           MOVE WS-ASK-COMPONENT TO WS-KB-COMPONENT (WS-KB-IDX).
           MOVE WS-ASK-QUANTITY TO WS-KB-QUANTITY (WS-KB-IDX).
           MOVE "ADD" TO WS-JRN-TAG.
           SET WS-JRN-SOURCE-IDX TO WS-KB-IDX.
           PERFORM WRITE-JOURNAL-LINE.
           SET WS-LIST-CHANGED TO TRUE.
           DISPLAY "COMPONENT " WS-ASK-COMPONENT " ADDED TO KIT "
               WS-ASK-KIT.

       CHANGE-COMPONENT.
           PERFORM TAKE-KIT-KEY.
           IF WS-EDIT-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-COMPONENT.
           IF WS-NOT-FOUND
               DISPLAY "COMPONENT " WS-ASK-COMPONENT
                   " IS NOT IN KIT " WS-ASK-KIT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-KB-QUANTITY (WS-MATCH-IDX) TO WS-QTY-EDIT.
           DISPLAY "Current quantity per kit : " WS-QTY-EDIT.
           PERFORM TAKE-QUANTITY.
           MOVE "BEFORE" TO WS-JRN-TAG.
           MOVE WS-MATCH-IDX TO WS-JRN-SOURCE-IDX.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE WS-ASK-QUANTITY TO WS-KB-QUANTITY (WS-MATCH-IDX).
           MOVE "AFTER" TO WS-JRN-TAG.
           PERFORM WRITE-JOURNAL-LINE.
           SET WS-LIST-CHANGED TO TRUE.
           DISPLAY "COMPONENT " WS-ASK-COMPONENT " OF KIT "
               WS-ASK-KIT " CHANGED".

      *> the line goes from the table; the journal keeps its image
       DELETE-COMPONENT.
           PERFORM TAKE-KIT-KEY.
           IF WS-EDIT-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-COMPONENT.
           IF WS-NOT-FOUND
               DISPLAY "COMPONENT " WS-ASK-COMPONENT
                   " IS NOT IN KIT " WS-ASK-KIT
               EXIT PARAGRAPH
           END-IF.
           MOVE "DELETE" TO WS-JRN-TAG.
           MOVE WS-MATCH-IDX TO WS-JRN-SOURCE-IDX.
           PERFORM WRITE-JOURNAL-LINE.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-MATCH-IDX BY 1
                   UNTIL WS-SHIFT-IDX >= WS-KIT-COUNT
               MOVE WS-KB-ENTRY (WS-SHIFT-IDX + 1)
                   TO WS-KB-ENTRY (WS-SHIFT-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-KIT-COUNT.
           SET WS-LIST-CHANGED TO TRUE.
           DISPLAY "COMPONENT " WS-ASK-COMPONENT " DELETED FROM KIT "
               WS-ASK-KIT.

       LIST-KITS.
           DISPLAY "Enter kit product code (0 for all)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-KIT.
           MOVE ZERO TO WS-LISTED-COUNT.
           PERFORM VARYING WS-KB-IDX FROM 1 BY 1
                   UNTIL WS-KB-IDX > WS-KIT-COUNT
               IF WS-ASK-KIT = ZERO OR
                       WS-KB-KIT (WS-KB-IDX) = WS-ASK-KIT
                   ADD 1 TO WS-LISTED-COUNT
                   MOVE WS-KB-QUANTITY (WS-KB-IDX) TO WS-QTY-EDIT
                   PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                           UNTIL WS-PM-IDX > WS-PM-COUNT
                       IF WS-PM-CODE (WS-PM-IDX)
                               = WS-KB-COMPONENT (WS-KB-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-PM-IDX > WS-PM-COUNT
                       DISPLAY "KIT " WS-KB-KIT (WS-KB-IDX)
                           " COMPONENT " WS-KB-COMPONENT (WS-KB-IDX)
                           " QTY " WS-QTY-EDIT
                   ELSE
                       DISPLAY "KIT " WS-KB-KIT (WS-KB-IDX)
                           " COMPONENT " WS-KB-COMPONENT (WS-KB-IDX)
                           " " WS-PM-DESC (WS-PM-IDX)
                           " QTY " WS-QTY-EDIT
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY WS-LISTED-COUNT " COMPONENT LINES LISTED".

      *> one journal line: the table entry rendered in the file's
      *> own record layout, with who and when - keyed by kit and
      *> component
       WRITE-JOURNAL-LINE.
           SET WS-KB-IDX TO WS-JRN-SOURCE-IDX.
           MOVE WS-KB-KIT (WS-KB-IDX) TO JK-KIT-PRODUCT.
           MOVE WS-KB-COMPONENT (WS-KB-IDX) TO JK-COMPONENT.
           MOVE WS-KB-QUANTITY (WS-KB-IDX) TO JK-QUANTITY.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CHANGE JOURNAL - STATUS "
                   WS-JOURNAL-STATUS
           ELSE
               MOVE "KITBOM" TO CJ-MASTER
               MOVE SPACES TO CJ-KEY
               MOVE WS-KB-KIT (WS-KB-IDX) TO CJ-KEY (1:2)
               MOVE WS-KB-COMPONENT (WS-KB-IDX) TO CJ-KEY (3:2)
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
           IF WS-KIT-COUNT > 1
               SORT WS-KB-ENTRY
                   ASCENDING KEY WS-KB-KIT
                   ASCENDING KEY WS-KB-COMPONENT
           END-IF.
           OPEN OUTPUT KIT-BOM-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING KIT BILL FILE - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-KB-IDX FROM 1 BY 1
                   UNTIL WS-KB-IDX > WS-KIT-COUNT
               MOVE WS-KB-KIT (WS-KB-IDX) TO KB-KIT-PRODUCT
               MOVE WS-KB-COMPONENT (WS-KB-IDX) TO KB-COMPONENT
               MOVE WS-KB-QUANTITY (WS-KB-IDX) TO KB-QUANTITY
               WRITE KIT-BOM-LINE
           END-PERFORM.
           CLOSE KIT-BOM-FILE.
           DISPLAY "KIT BILL FILE REWRITTEN".

       END PROGRAM KITMAINT.
