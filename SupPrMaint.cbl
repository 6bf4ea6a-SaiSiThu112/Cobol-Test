       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPRMAINT.

      *> maintains the supplier-product file (SupplierProduct.txt)
      *> the way SUBSTMAINT maintains the substitute lists: add a
      *> supplier's terms for a product - its price, the least it
      *> will take on one line and its lead days for that product -
      *> change them, make the line unavailable or available again,
      *> delete it, list who can supply a product. The supplier must
      *> be on the supplier master and the product on the product
      *> master; a supplier carries one line per product. PORDGEN and
      *> PURCHSUGG choose among the lines through SUPPICK. Every add,
      *> change and delete leaves who/when and the before and after
      *> images on the shared change journal, same as the other
      *> maintenance programs. The file is written back in product
      *> and supplier order.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT SUPPLIER-PRODUCT-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SUPPLIER-MASTER-FILE
               ASSIGN TO DYNAMIC WS-SUPPLIER-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-MASTER-STATUS.

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
           FD SUPPLIER-PRODUCT-FILE.
           01 SUPPLIER-PRODUCT-LINE.
               COPY SUPPLIER-PRODUCT.

           FD SUPPLIER-MASTER-FILE.
           01 SUPPLIER-MASTER-LINE.
               COPY SUPPLIER-MASTER.

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-LINE.
               COPY PRODUCT-MASTER.

           FD CHANGE-JOURNAL-FILE.
           01 CHANGE-JOURNAL-REC.
               COPY CHANGE-JOURNAL.

       WORKING-STORAGE SECTION.
      *> the whole file is held here while the operator works on it
      *> and written back in one pass at the end
           01 WS-SPP-TABLE.
               05 WS-SP-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-SPP-COUNT
                       INDEXED BY WS-SP-IDX.
                   10 WS-SP-PRODUCT PIC 9(2).
                   10 WS-SP-SUPPLIER PIC 9(3).
                   10 WS-SP-PRICE PIC 9(5)V99.
                   10 WS-SP-MIN-QTY PIC 9(5).
                   10 WS-SP-LEAD PIC 9(3).
                   10 WS-SP-STATUS PIC X(1).
           01 WS-SPP-COUNT PIC 9(5) COMP VALUE ZERO.

           01 WS-SUPPLIER-TABLE.
               05 WS-SM-ENTRY OCCURS 200 TIMES INDEXED BY WS-SM-IDX.
                   10 WS-SM-CODE PIC 9(3).
                   10 WS-SM-NAME PIC X(20).
                   10 WS-SM-LEAD PIC 9(3).
           01 WS-SM-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-PRODUCT-TABLE.
               05 WS-PM-ENTRY OCCURS 100 TIMES INDEXED BY WS-PM-IDX.
                   10 WS-PM-CODE PIC 9(2).
                   10 WS-PM-DESC PIC X(20).
                   10 WS-PM-SUPPLIER PIC 9(3).
           01 WS-PM-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-SUPPLIER-EOF PIC A(1) VALUE "N".
           01 WS-PRODUCT-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".
           01 WS-CHANGED-SW PIC A(1) VALUE "N".
               88 WS-LIST-CHANGED VALUE "Y".

           01 WS-ASK-PRODUCT PIC 9(2).
           01 WS-ASK-SUPPLIER PIC 9(3).
           01 WS-ASK-PRICE PIC 9(5)V99.
           01 WS-ASK-MIN-QTY PIC 9(5).
           01 WS-ASK-LEAD PIC 9(3).
           01 WS-ASK-STATUS PIC X(1).
           01 WS-PRICE-EDIT PIC ZZZZ9.99.

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
               COPY SUPPLIER-PRODUCT
                   REPLACING LEADING ==SPP== BY ==JS==.
           01 WS-JRN-TAG PIC X(6).
           01 WS-JRN-SOURCE-IDX PIC 9(5) COMP.
           01 WS-OPERATOR-ID PIC X(10).
           01 WS-STAMP-DATE PIC 9(8).
           01 WS-STAMP-TIME PIC 9(8).
           01 WS-JOURNAL-PATH PIC X(80).
           01 WS-JOURNAL-STATUS PIC X(2).

           01 WS-MASTER-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-SUPPLIER-MASTER-PATH PIC X(80).
           01 WS-SUPPLIER-MASTER-STATUS PIC X(2).
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
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "SUPPRODUCT_FILE".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SupplierProduct.txt"
                   TO WS-MASTER-PATH
           END-IF.
           ACCEPT WS-SUPPLIER-MASTER-PATH FROM ENVIRONMENT
               "PURCHSUGG_SUPPLIERMASTER".
           IF WS-SUPPLIER-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SupplierMaster.txt"
                   TO WS-SUPPLIER-MASTER-PATH
           END-IF.
           ACCEPT WS-PRODUCT-MASTER-PATH FROM ENVIRONMENT
               "ASSIGNTWO_PRODUCTMASTER".
           IF WS-PRODUCT-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ProductMaster.txt"
                   TO WS-PRODUCT-MASTER-PATH
           END-IF.

           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF WS-SUPPLIER-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SUPPLIER MASTER - STATUS "
                   WS-SUPPLIER-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-SUPPLIER-EOF = "Y"
               READ SUPPLIER-MASTER-FILE
                   AT END MOVE "Y" TO WS-SUPPLIER-EOF
                   NOT AT END
                       IF WS-SM-COUNT < 200
                           ADD 1 TO WS-SM-COUNT
                           SET WS-SM-IDX TO WS-SM-COUNT
                           MOVE SUP-CODE TO WS-SM-CODE (WS-SM-IDX)
                           MOVE SUP-NAME TO WS-SM-NAME (WS-SM-IDX)
                           MOVE SUP-LEAD-DAYS
                               TO WS-SM-LEAD (WS-SM-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPPLIER-MASTER-FILE.

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
                           MOVE PM-SUPPLIER
                               TO WS-PM-SUPPLIER (WS-PM-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-MASTER-FILE.

      *> a file that does not exist yet is simply empty - the first
      *> add creates it
           OPEN INPUT SUPPLIER-PRODUCT-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ SUPPLIER-PRODUCT-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF WS-SPP-COUNT < 2000
                               ADD 1 TO WS-SPP-COUNT
                               SET WS-SP-IDX TO WS-SPP-COUNT
                               MOVE SPP-PRODUCT
                                   TO WS-SP-PRODUCT (WS-SP-IDX)
                               MOVE SPP-SUPPLIER
                                   TO WS-SP-SUPPLIER (WS-SP-IDX)
                               MOVE SPP-UNIT-PRICE
                                   TO WS-SP-PRICE (WS-SP-IDX)
                               MOVE SPP-MIN-QTY
                                   TO WS-SP-MIN-QTY (WS-SP-IDX)
                               MOVE SPP-LEAD-DAYS
                                   TO WS-SP-LEAD (WS-SP-IDX)
                               MOVE SPP-STATUS
                                   TO WS-SP-STATUS (WS-SP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-PRODUCT-FILE
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "SUPPLIER PRODUCTS - A=ADD C=CHANGE D=DELETE "
                   "L=LIST Q=QUIT" WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-SUPPLIER-PRODUCT
                   WHEN "C"
                   WHEN "c"
                       PERFORM CHANGE-SUPPLIER-PRODUCT
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-SUPPLIER-PRODUCT
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-SUPPLIER-PRODUCTS
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

      *> supplier and product - the two that say which line of the
      *> file the operator means; each must be on its master
       TAKE-SUPPLIER-PRODUCT-KEY.
           SET WS-EDIT-FAILED TO TRUE.
           DISPLAY "Enter supplier code" WITH NO ADVANCING.
           ACCEPT WS-ASK-SUPPLIER.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SM-COUNT
               IF WS-SM-CODE (WS-SM-IDX) = WS-ASK-SUPPLIER
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SM-IDX > WS-SM-COUNT
               DISPLAY "SUPPLIER " WS-ASK-SUPPLIER
                   " NOT ON THE SUPPLIER MASTER"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter product code" WITH NO ADVANCING.
           ACCEPT WS-ASK-PRODUCT.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-CODE (WS-PM-IDX) = WS-ASK-PRODUCT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PM-IDX > WS-PM-COUNT
               DISPLAY "PRODUCT " WS-ASK-PRODUCT
                   " NOT ON THE PRODUCT MASTER"
               EXIT PARAGRAPH
           END-IF.
           SET WS-EDIT-OK TO TRUE.

       FIND-SUPPLIER-PRODUCT.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SPP-COUNT
               IF WS-SP-PRODUCT (WS-SP-IDX) = WS-ASK-PRODUCT
                       AND WS-SP-SUPPLIER (WS-SP-IDX) = WS-ASK-SUPPLIER
                   SET WS-FOUND TO TRUE
                   MOVE WS-SP-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> price, minimum order and lead days; a zero price would make
      *> the supplier look cheapest for everything, so it is refused
       TAKE-TERMS.
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter unit price" WITH NO ADVANCING
               ACCEPT WS-ASK-PRICE
               IF WS-ASK-PRICE = ZERO
                   DISPLAY "PRICE MUST BE GREATER THAN ZERO - RE-ENTER"
               ELSE
                   SET WS-EDIT-OK TO TRUE
               END-IF
           END-PERFORM.
           DISPLAY "Enter minimum order quantity (0 for any)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-MIN-QTY.
           DISPLAY "Enter lead days for this product"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-LEAD.

       ADD-SUPPLIER-PRODUCT.
           PERFORM TAKE-SUPPLIER-PRODUCT-KEY.
           IF WS-EDIT-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-SUPPLIER-PRODUCT.
           IF WS-FOUND
               DISPLAY "SUPPLIER " WS-ASK-SUPPLIER
                   " ALREADY HAS TERMS FOR PRODUCT " WS-ASK-PRODUCT
                   " - CHANGE THEM INSTEAD"
               EXIT PARAGRAPH
           END-IF.
           IF WS-SPP-COUNT >= 2000
               DISPLAY "SUPPLIER PRODUCT FILE FULL - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Supplier master lead days : "
               WS-SM-LEAD (WS-SM-IDX).
           PERFORM TAKE-TERMS.
           ADD 1 TO WS-SPP-COUNT.
           SET WS-SP-IDX TO WS-SPP-COUNT.
           MOVE WS-ASK-PRODUCT TO WS-SP-PRODUCT (WS-SP-IDX).
           MOVE WS-ASK-SUPPLIER TO WS-SP-SUPPLIER (WS-SP-IDX).
           MOVE WS-ASK-PRICE TO WS-SP-PRICE (WS-SP-IDX).
           MOVE WS-ASK-MIN-QTY TO WS-SP-MIN-QTY (WS-SP-IDX).
           MOVE WS-ASK-LEAD TO WS-SP-LEAD (WS-SP-IDX).
           MOVE "A" TO WS-SP-STATUS (WS-SP-IDX).
           MOVE "ADD" TO WS-JRN-TAG.
           SET WS-JRN-SOURCE-IDX TO WS-SP-IDX.
           PERFORM WRITE-JOURNAL-LINE.
           SET WS-LIST-CHANGED TO TRUE.
           DISPLAY "SUPPLIER " WS-ASK-SUPPLIER
               " ADDED FOR PRODUCT " WS-ASK-PRODUCT.

       CHANGE-SUPPLIER-PRODUCT.
           PERFORM TAKE-SUPPLIER-PRODUCT-KEY.
           IF WS-EDIT-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-SUPPLIER-PRODUCT.
           IF WS-NOT-FOUND
               DISPLAY "SUPPLIER " WS-ASK-SUPPLIER
                   " HAS NO TERMS FOR PRODUCT " WS-ASK-PRODUCT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SP-PRICE (WS-MATCH-IDX) TO WS-PRICE-EDIT.
           DISPLAY "Current unit price    : " WS-PRICE-EDIT.
           DISPLAY "Current minimum order : "
               WS-SP-MIN-QTY (WS-MATCH-IDX).
           DISPLAY "Current lead days     : "
               WS-SP-LEAD (WS-MATCH-IDX).
           DISPLAY "Current status        : "
               WS-SP-STATUS (WS-MATCH-IDX).
           PERFORM TAKE-TERMS.
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter status (A=available U=unavailable)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-STATUS
               EVALUATE WS-ASK-STATUS
                   WHEN "A"
                   WHEN "a"
                       MOVE "A" TO WS-ASK-STATUS
                       SET WS-EDIT-OK TO TRUE
                   WHEN "U"
                   WHEN "u"
                       MOVE "U" TO WS-ASK-STATUS
                       SET WS-EDIT-OK TO TRUE
                   WHEN OTHER
                       DISPLAY "STATUS MUST BE A OR U - RE-ENTER"
               END-EVALUATE
           END-PERFORM.
           MOVE "BEFORE" TO WS-JRN-TAG.
           MOVE WS-MATCH-IDX TO WS-JRN-SOURCE-IDX.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE WS-ASK-PRICE TO WS-SP-PRICE (WS-MATCH-IDX).
           MOVE WS-ASK-MIN-QTY TO WS-SP-MIN-QTY (WS-MATCH-IDX).
           MOVE WS-ASK-LEAD TO WS-SP-LEAD (WS-MATCH-IDX).
           MOVE WS-ASK-STATUS TO WS-SP-STATUS (WS-MATCH-IDX).
           MOVE "AFTER" TO WS-JRN-TAG.
           PERFORM WRITE-JOURNAL-LINE.
           SET WS-LIST-CHANGED TO TRUE.
           DISPLAY "SUPPLIER " WS-ASK-SUPPLIER " FOR PRODUCT "
               WS-ASK-PRODUCT " CHANGED".

      *> the line goes from the table; the journal keeps its image
       DELETE-SUPPLIER-PRODUCT.
           PERFORM TAKE-SUPPLIER-PRODUCT-KEY.
           IF WS-EDIT-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-SUPPLIER-PRODUCT.
           IF WS-NOT-FOUND
               DISPLAY "SUPPLIER " WS-ASK-SUPPLIER
                   " HAS NO TERMS FOR PRODUCT " WS-ASK-PRODUCT
               EXIT PARAGRAPH
           END-IF.
           MOVE "DELETE" TO WS-JRN-TAG.
           MOVE WS-MATCH-IDX TO WS-JRN-SOURCE-IDX.
           PERFORM WRITE-JOURNAL-LINE.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-MATCH-IDX BY 1
                   UNTIL WS-SHIFT-IDX >= WS-SPP-COUNT
               MOVE WS-SP-ENTRY (WS-SHIFT-IDX + 1)
                   TO WS-SP-ENTRY (WS-SHIFT-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-SPP-COUNT.
           SET WS-LIST-CHANGED TO TRUE.
           DISPLAY "SUPPLIER " WS-ASK-SUPPLIER " DELETED FROM PRODUCT "
               WS-ASK-PRODUCT.

      *> the preferred supplier (PM-SUPPLIER) is starred so the
      *> operator can see who the product master would have used
       LIST-SUPPLIER-PRODUCTS.
           DISPLAY "Enter product code (0 for all)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-PRODUCT.
           MOVE ZERO TO WS-LISTED-COUNT.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SPP-COUNT
               IF WS-ASK-PRODUCT = ZERO OR
                       WS-SP-PRODUCT (WS-SP-IDX) = WS-ASK-PRODUCT
                   ADD 1 TO WS-LISTED-COUNT
                   PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                           UNTIL WS-PM-IDX > WS-PM-COUNT
                       IF WS-PM-CODE (WS-PM-IDX)
                               = WS-SP-PRODUCT (WS-SP-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   MOVE SPACE TO WS-ASK-STATUS
                   IF WS-PM-IDX <= WS-PM-COUNT
                       IF WS-PM-SUPPLIER (WS-PM-IDX)
                               = WS-SP-SUPPLIER (WS-SP-IDX)
                           MOVE "*" TO WS-ASK-STATUS
                       END-IF
                   END-IF
                   MOVE WS-SP-PRICE (WS-SP-IDX) TO WS-PRICE-EDIT
                   DISPLAY "PRODUCT " WS-SP-PRODUCT (WS-SP-IDX)
                       " SUPPLIER " WS-SP-SUPPLIER (WS-SP-IDX)
                       WS-ASK-STATUS
                       " PRICE " WS-PRICE-EDIT
                       " MIN " WS-SP-MIN-QTY (WS-SP-IDX)
                       " LEAD " WS-SP-LEAD (WS-SP-IDX)
                       " (" WS-SP-STATUS (WS-SP-IDX) ")"
               END-IF
           END-PERFORM.
           DISPLAY WS-LISTED-COUNT " SUPPLIER PRODUCT LINES LISTED".

      *> one journal line: the table entry rendered in the file's
      *> own record layout, with who and when - keyed by supplier
      *> and product
       WRITE-JOURNAL-LINE.
           SET WS-SP-IDX TO WS-JRN-SOURCE-IDX.
           MOVE WS-SP-SUPPLIER (WS-SP-IDX) TO JS-SUPPLIER.
           MOVE WS-SP-PRODUCT (WS-SP-IDX) TO JS-PRODUCT.
           MOVE WS-SP-PRICE (WS-SP-IDX) TO JS-UNIT-PRICE.
           MOVE WS-SP-MIN-QTY (WS-SP-IDX) TO JS-MIN-QTY.
           MOVE WS-SP-LEAD (WS-SP-IDX) TO JS-LEAD-DAYS.
           MOVE WS-SP-STATUS (WS-SP-IDX) TO JS-STATUS.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CHANGE JOURNAL - STATUS "
                   WS-JOURNAL-STATUS
           ELSE
               MOVE "SUPPROD" TO CJ-MASTER
               MOVE SPACES TO CJ-KEY
               MOVE WS-SP-SUPPLIER (WS-SP-IDX) TO CJ-KEY (1:3)
               MOVE WS-SP-PRODUCT (WS-SP-IDX) TO CJ-KEY (4:2)
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
           IF WS-SPP-COUNT > 1
               SORT WS-SP-ENTRY
                   ASCENDING KEY WS-SP-PRODUCT
                   ASCENDING KEY WS-SP-SUPPLIER
           END-IF.
           OPEN OUTPUT SUPPLIER-PRODUCT-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING SUPPLIER PRODUCT FILE - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SPP-COUNT
               MOVE WS-SP-SUPPLIER (WS-SP-IDX) TO SPP-SUPPLIER
               MOVE WS-SP-PRODUCT (WS-SP-IDX) TO SPP-PRODUCT
               MOVE WS-SP-PRICE (WS-SP-IDX) TO SPP-UNIT-PRICE
               MOVE WS-SP-MIN-QTY (WS-SP-IDX) TO SPP-MIN-QTY
               MOVE WS-SP-LEAD (WS-SP-IDX) TO SPP-LEAD-DAYS
               MOVE WS-SP-STATUS (WS-SP-IDX) TO SPP-STATUS
               WRITE SUPPLIER-PRODUCT-LINE
           END-PERFORM.
           CLOSE SUPPLIER-PRODUCT-FILE.
           DISPLAY "SUPPLIER PRODUCT FILE REWRITTEN".

       END PROGRAM SUPPRMAINT.
