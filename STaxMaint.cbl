       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAXMAINT.

      *> maintains SalesTaxCodes.txt - the sales tax rate table the
      *> product master's PM-TAX-CODE points into - the same way
      *> MAPMAINT maintains the account map: add a code with its
      *> description and rate, change either, delete one, list what
      *> is on file. A code still carried by a product on
      *> ProductMaster.txt cannot be deleted - its products would
      *> quietly stop being taxed. (TAXMAINT is the payroll tax
      *> band table; this one is sales and purchase tax.)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT TAX-CODE-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO DYNAMIC WS-PRODUCT-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD TAX-CODE-FILE.
           01 TAX-CODE-LINE.
               COPY TAX-CODE.

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-LINE.
               COPY PRODUCT-MASTER.

       WORKING-STORAGE SECTION.
      *> the whole table is held here while the operator works on it
      *> and written back in one pass at the end
           01 WS-TAX-TABLE.
               05 WS-TX-ENTRY OCCURS 50 TIMES INDEXED BY WS-TX-IDX.
                   10 WS-TX-CODE PIC X(1).
                   10 WS-TX-DESC PIC X(20).
                   10 WS-TX-RATE PIC 9(2)V99.
           01 WS-TAX-COUNT PIC 9(4) COMP VALUE ZERO.

      *> the tax code each product carries, for the delete check
           01 WS-PRODUCT-TABLE.
               05 WS-PM-ENTRY OCCURS 200 TIMES INDEXED BY WS-PM-IDX.
                   10 WS-PM-CODE PIC 9(2).
                   10 WS-PM-TAX-CODE PIC X(1).
           01 WS-PM-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-PM-EOF PIC A(1) VALUE "N".

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".

           01 WS-ASK-CODE PIC X(1).
           01 WS-ASK-DESC PIC X(20).
           01 WS-ASK-RATE PIC 9(2)V99.

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(4) COMP.
           01 WS-SHIFT-IDX PIC 9(4) COMP.
           01 WS-IN-USE-COUNT PIC 9(4).
           01 WS-RATE-EDIT PIC Z9.99.

           01 WS-MASTER-PATH PIC X(80).
           01 WS-PRODUCT-MASTER-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-PRODUCT-MASTER-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "SALESTAX_CODES".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SalesTaxCodes.txt"
                   TO WS-MASTER-PATH
           END-IF.
           ACCEPT WS-PRODUCT-MASTER-PATH FROM ENVIRONMENT
               "ASSIGNTWO_PRODUCTMASTER".
           IF WS-PRODUCT-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ProductMaster.txt"
                   TO WS-PRODUCT-MASTER-PATH
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
                               MOVE PM-TAX-CODE
                                   TO WS-PM-TAX-CODE (WS-PM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-MASTER-FILE
           END-IF.

      *> a table that does not exist yet is simply empty - the first
      *> add creates it
           OPEN INPUT TAX-CODE-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ TAX-CODE-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF WS-TAX-COUNT < 50
                               ADD 1 TO WS-TAX-COUNT
                               SET WS-TX-IDX TO WS-TAX-COUNT
                               MOVE TX-CODE TO WS-TX-CODE (WS-TX-IDX)
                               MOVE TX-DESCRIPTION
                                   TO WS-TX-DESC (WS-TX-IDX)
                               IF TX-RATE IS NUMERIC
                                   MOVE TX-RATE
                                       TO WS-TX-RATE (WS-TX-IDX)
                               ELSE
                                   MOVE ZERO TO WS-TX-RATE (WS-TX-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-CODE-FILE
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "SALES TAX CODES - A=ADD U=UPDATE D=DELETE "
                   "L=LIST Q=QUIT" WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-TAX-CODE
                   WHEN "U"
                   WHEN "u"
                       PERFORM UPDATE-TAX-CODE
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-TAX-CODE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-TAX-CODES
                   WHEN "Q"
                   WHEN "q"
                       SET WS-QUIT TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM.

           PERFORM WRITE-MASTER-BACK.
           STOP RUN.

       FIND-TAX-CODE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TAX-COUNT
               IF WS-TX-CODE (WS-TX-IDX) = WS-ASK-CODE
                   SET WS-FOUND TO TRUE
                   MOVE WS-TX-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> blank is what a product with no tax carries, so it can
      *> never be a code of its own
       ACCEPT-TAX-CODE.
           MOVE SPACE TO WS-ASK-CODE.
           PERFORM UNTIL WS-ASK-CODE NOT = SPACE
               DISPLAY "Enter tax code (one character)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-CODE
               IF WS-ASK-CODE = SPACE
                   DISPLAY "A TAX CODE CANNOT BE BLANK - RE-ENTER"
               END-IF
           END-PERFORM.

       ACCEPT-TAX-FIELDS.
           DISPLAY "Enter description" WITH NO ADVANCING.
           ACCEPT WS-ASK-DESC.
           DISPLAY "Enter rate percent (e.g. 15.00, 0 for zero-rated)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-RATE.

       ADD-TAX-CODE.
           PERFORM ACCEPT-TAX-CODE.
           PERFORM FIND-TAX-CODE.
           IF WS-FOUND
               DISPLAY "TAX CODE " WS-ASK-CODE " ALREADY ON FILE"
           ELSE
               IF WS-TAX-COUNT >= 50
                   DISPLAY "TAX CODE TABLE FULL - NOT ADDED"
               ELSE
                   PERFORM ACCEPT-TAX-FIELDS
                   ADD 1 TO WS-TAX-COUNT
                   SET WS-TX-IDX TO WS-TAX-COUNT
                   MOVE WS-ASK-CODE TO WS-TX-CODE (WS-TX-IDX)
                   MOVE WS-ASK-DESC TO WS-TX-DESC (WS-TX-IDX)
                   MOVE WS-ASK-RATE TO WS-TX-RATE (WS-TX-IDX)
                   DISPLAY "TAX CODE " WS-ASK-CODE " ADDED"
               END-IF
           END-IF.

      *> a new rate applies from the next invoice on - lines already
      *> billed or matched keep the rate written on them
       UPDATE-TAX-CODE.
           PERFORM ACCEPT-TAX-CODE.
           PERFORM FIND-TAX-CODE.
           IF WS-NOT-FOUND
               DISPLAY "TAX CODE " WS-ASK-CODE " NOT ON FILE"
           ELSE
               MOVE WS-TX-RATE (WS-MATCH-IDX) TO WS-RATE-EDIT
               DISPLAY "Current description : "
                   WS-TX-DESC (WS-MATCH-IDX)
               DISPLAY "Current rate        : " WS-RATE-EDIT
               PERFORM ACCEPT-TAX-FIELDS
               MOVE WS-ASK-DESC TO WS-TX-DESC (WS-MATCH-IDX)
               MOVE WS-ASK-RATE TO WS-TX-RATE (WS-MATCH-IDX)
               DISPLAY "TAX CODE " WS-ASK-CODE " UPDATED"
           END-IF.

      *> a deleted code closes up the table so the write-back never
      *> carries a ghost line
       DELETE-TAX-CODE.
           PERFORM ACCEPT-TAX-CODE.
           PERFORM FIND-TAX-CODE.
           IF WS-NOT-FOUND
               DISPLAY "TAX CODE " WS-ASK-CODE " NOT ON FILE"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-IN-USE-COUNT.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-TAX-CODE (WS-PM-IDX) = WS-ASK-CODE
                   ADD 1 TO WS-IN-USE-COUNT
               END-IF
           END-PERFORM.
           IF WS-IN-USE-COUNT > ZERO
               DISPLAY WS-IN-USE-COUNT " PRODUCTS STILL CARRY TAX "
                   "CODE " WS-ASK-CODE " - DELETE REFUSED, MOVE "
                   "THEM TO ANOTHER CODE FIRST"
           ELSE
               MOVE WS-MATCH-IDX TO WS-SHIFT-IDX
               PERFORM UNTIL WS-SHIFT-IDX NOT < WS-TAX-COUNT
                   MOVE WS-TX-ENTRY (WS-SHIFT-IDX + 1)
                       TO WS-TX-ENTRY (WS-SHIFT-IDX)
                   ADD 1 TO WS-SHIFT-IDX
               END-PERFORM
               SUBTRACT 1 FROM WS-TAX-COUNT
               DISPLAY "TAX CODE " WS-ASK-CODE " DELETED"
           END-IF.

       LIST-TAX-CODES.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TAX-COUNT
               MOVE WS-TX-RATE (WS-TX-IDX) TO WS-RATE-EDIT
               DISPLAY "  " WS-TX-CODE (WS-TX-IDX) " "
                   WS-TX-DESC (WS-TX-IDX) " " WS-RATE-EDIT "%"
           END-PERFORM.
           DISPLAY WS-TAX-COUNT " TAX CODES ON FILE".

       WRITE-MASTER-BACK.
           OPEN OUTPUT TAX-CODE-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING TAX CODE TABLE - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TAX-COUNT
               MOVE WS-TX-CODE (WS-TX-IDX) TO TX-CODE
               MOVE WS-TX-DESC (WS-TX-IDX) TO TX-DESCRIPTION
               MOVE WS-TX-RATE (WS-TX-IDX) TO TX-RATE
               WRITE TAX-CODE-LINE
           END-PERFORM.
           CLOSE TAX-CODE-FILE.
           DISPLAY "SALES TAX CODE TABLE REWRITTEN".

       END PROGRAM STAXMAINT.
