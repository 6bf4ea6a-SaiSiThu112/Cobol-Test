       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPICK.

      *> the one choice of supplier PORDGEN and PURCHSUGG share, the
      *> way PRICEFIND is the one selling-price lookup: given a
      *> product, its preferred supplier, the quantity wanted and the
      *> days before the stock is needed, it picks among the
      *> product's lines on SupplierProduct.txt. Each available
      *> supplier is costed at the quantity raised to its minimum
      *> order; the cheapest that can deliver within the days wins,
      *> the preferred supplier winning a tie. When none can deliver
      *> in time the fastest is taken, cheapest breaking a tie. A
      *> product with no lines at all is bought from its preferred
      *> supplier exactly as before the file existed. The file is
      *> read once, on the first call, and held for the run. Callers
      *> set and read SK-PARM (SUP-PICK-PARM.cpy).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT SUPPLIER-PRODUCT-FILE ASSIGN TO DYNAMIC WS-SPP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD SUPPLIER-PRODUCT-FILE.
           01 SUPPLIER-PRODUCT-LINE.
               COPY SUPPLIER-PRODUCT.

       WORKING-STORAGE SECTION.
           01 WS-SPP-TABLE.
               05 WS-SP-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-SPP-COUNT
                       INDEXED BY WS-SP-IDX.
                   10 WS-SP-SUPPLIER PIC 9(3).
                   10 WS-SP-PRODUCT PIC 9(2).
                   10 WS-SP-PRICE PIC 9(5)V99.
                   10 WS-SP-MIN-QTY PIC 9(5).
                   10 WS-SP-LEAD PIC 9(3).
                   10 WS-SP-STATUS PIC X(1).
           01 WS-SPP-COUNT PIC 9(5) COMP VALUE ZERO.

           01 WS-LOADED-SW PIC X(1) VALUE "N".
               88 WS-FILE-LOADED VALUE "Y".
           01 WS-SPP-EOF PIC A(1) VALUE "N".

           01 WS-LINES-FOR-PRODUCT PIC 9(5) COMP.
      *> what became of the preferred supplier: blank no line for
      *> the product, U unavailable, S too slow, T in time
           01 WS-PREF-STATE PIC X(1).
           01 WS-THIS-QTY PIC 9(5).
           01 WS-THIS-COST PIC 9(10)V99.
      *> the cheapest in time, and the fastest of all
           01 WS-BEST-IDX PIC 9(5) COMP.
           01 WS-BEST-COST PIC 9(10)V99.
           01 WS-BEST-QTY PIC 9(5).
           01 WS-FAST-IDX PIC 9(5) COMP.
           01 WS-FAST-COST PIC 9(10)V99.
           01 WS-FAST-QTY PIC 9(5).
           01 WS-CHOSEN-IDX PIC 9(5) COMP.

           01 WS-SPP-PATH PIC X(80).
           01 WS-SPP-STATUS PIC X(2).

       LINKAGE SECTION.
           01 SK-PARM.
               COPY SUP-PICK-PARM.

       PROCEDURE DIVISION USING SK-PARM.
           IF NOT WS-FILE-LOADED
               PERFORM LOAD-SUPPLIER-PRODUCTS
           END-IF.

           MOVE ZERO TO WS-LINES-FOR-PRODUCT.
           MOVE SPACE TO WS-PREF-STATE.
           MOVE ZERO TO WS-BEST-IDX.
           MOVE ZERO TO WS-FAST-IDX.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SPP-COUNT
               IF WS-SP-PRODUCT (WS-SP-IDX) = SK-PRODUCT
                   PERFORM WEIGH-ONE-SUPPLIER
               END-IF
           END-PERFORM.

           MOVE SPACES TO SK-REASON.
           IF WS-LINES-FOR-PRODUCT = ZERO
               SET SK-FROM-PREFERRED TO TRUE
               MOVE SK-PREFERRED TO SK-SUPPLIER
               MOVE ZERO TO SK-LEAD-DAYS
               MOVE ZERO TO SK-UNIT-PRICE
               GOBACK
           END-IF.

           SET SK-FROM-LINES TO TRUE.
           EVALUATE TRUE
               WHEN WS-BEST-IDX > ZERO
                   MOVE WS-BEST-IDX TO WS-CHOSEN-IDX
                   MOVE WS-BEST-QTY TO SK-QUANTITY
               WHEN WS-FAST-IDX > ZERO
                   MOVE WS-FAST-IDX TO WS-CHOSEN-IDX
                   MOVE WS-FAST-QTY TO SK-QUANTITY
                   MOVE "NONE IN TIME - FASTEST" TO SK-REASON
               WHEN OTHER
      *> every supplier of the product is unavailable - nobody to
      *> order from, and purchasing has to know
                   MOVE ZERO TO SK-SUPPLIER
                   MOVE ZERO TO SK-LEAD-DAYS
                   MOVE ZERO TO SK-UNIT-PRICE
                   MOVE "NO SUPPLIER AVAILABLE" TO SK-REASON
                   GOBACK
           END-EVALUATE.
           SET WS-SP-IDX TO WS-CHOSEN-IDX.
           MOVE WS-SP-SUPPLIER (WS-SP-IDX) TO SK-SUPPLIER.
           MOVE WS-SP-LEAD (WS-SP-IDX) TO SK-LEAD-DAYS.
           MOVE WS-SP-PRICE (WS-SP-IDX) TO SK-UNIT-PRICE.
           IF SK-SUPPLIER NOT = SK-PREFERRED AND SK-REASON = SPACES
               EVALUATE TRUE
                   WHEN SK-PREFERRED = ZERO
                       MOVE "NO PREFERRED SUPPLIER" TO SK-REASON
                   WHEN WS-PREF-STATE = "U"
                       MOVE "PREFERRED UNAVAILABLE" TO SK-REASON
                   WHEN WS-PREF-STATE = "S"
                       MOVE "PREFERRED TOO SLOW" TO SK-REASON
                   WHEN WS-PREF-STATE = "T"
                       MOVE "CHEAPER THAN PREFERRED" TO SK-REASON
                   WHEN OTHER
                       MOVE "PREFERRED HAS NO TERMS" TO SK-REASON
               END-EVALUATE
           END-IF.
           GOBACK.

      *> one supplier's line for the product, costed at the quantity
      *> it would actually have to be ordered in
       WEIGH-ONE-SUPPLIER.
           ADD 1 TO WS-LINES-FOR-PRODUCT.
           IF WS-SP-STATUS (WS-SP-IDX) = "U"
               IF WS-SP-SUPPLIER (WS-SP-IDX) = SK-PREFERRED
                   MOVE "U" TO WS-PREF-STATE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE SK-QUANTITY TO WS-THIS-QTY.
           IF WS-THIS-QTY < WS-SP-MIN-QTY (WS-SP-IDX)
               MOVE WS-SP-MIN-QTY (WS-SP-IDX) TO WS-THIS-QTY
           END-IF.
           COMPUTE WS-THIS-COST =
               WS-THIS-QTY * WS-SP-PRICE (WS-SP-IDX).

           IF WS-SP-LEAD (WS-SP-IDX) <= SK-NEEDED-DAYS
               IF WS-SP-SUPPLIER (WS-SP-IDX) = SK-PREFERRED
                   MOVE "T" TO WS-PREF-STATE
               END-IF
               IF WS-BEST-IDX = ZERO OR
                       WS-THIS-COST < WS-BEST-COST OR
                       (WS-THIS-COST = WS-BEST-COST AND
                        WS-SP-SUPPLIER (WS-SP-IDX) = SK-PREFERRED)
                   SET WS-BEST-IDX TO WS-SP-IDX
                   MOVE WS-THIS-COST TO WS-BEST-COST
                   MOVE WS-THIS-QTY TO WS-BEST-QTY
               END-IF
           ELSE
               IF WS-SP-SUPPLIER (WS-SP-IDX) = SK-PREFERRED
                   MOVE "S" TO WS-PREF-STATE
               END-IF
           END-IF.

           IF WS-FAST-IDX = ZERO
               SET WS-FAST-IDX TO WS-SP-IDX
               MOVE WS-THIS-COST TO WS-FAST-COST
               MOVE WS-THIS-QTY TO WS-FAST-QTY
           ELSE
               IF WS-SP-LEAD (WS-SP-IDX) < WS-SP-LEAD (WS-FAST-IDX)
                       OR (WS-SP-LEAD (WS-SP-IDX) =
                           WS-SP-LEAD (WS-FAST-IDX) AND
                           WS-THIS-COST < WS-FAST-COST)
                   SET WS-FAST-IDX TO WS-SP-IDX
                   MOVE WS-THIS-COST TO WS-FAST-COST
                   MOVE WS-THIS-QTY TO WS-FAST-QTY
               END-IF
           END-IF.

      *> no supplier-product file yet is not an error - every
      *> product is bought from its preferred supplier as before
       LOAD-SUPPLIER-PRODUCTS.
           SET WS-FILE-LOADED TO TRUE.
           ACCEPT WS-SPP-PATH FROM ENVIRONMENT "SUPPRODUCT_FILE".
           IF WS-SPP-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SupplierProduct.txt"
                   TO WS-SPP-PATH
           END-IF.
           OPEN INPUT SUPPLIER-PRODUCT-FILE.
           IF WS-SPP-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-SPP-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SUPPLIER PRODUCT FILE - STATUS "
                   WS-SPP-STATUS " - PREFERRED SUPPLIERS USED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SPP-EOF = "Y"
               READ SUPPLIER-PRODUCT-FILE
                   AT END MOVE "Y" TO WS-SPP-EOF
                   NOT AT END
                       IF WS-SPP-COUNT < 2000 AND
                               SPP-UNIT-PRICE IS NUMERIC AND
                               SPP-MIN-QTY IS NUMERIC AND
                               SPP-LEAD-DAYS IS NUMERIC
                           ADD 1 TO WS-SPP-COUNT
                           SET WS-SP-IDX TO WS-SPP-COUNT
                           MOVE SPP-SUPPLIER
                               TO WS-SP-SUPPLIER (WS-SP-IDX)
                           MOVE SPP-PRODUCT TO WS-SP-PRODUCT (WS-SP-IDX)
                           MOVE SPP-UNIT-PRICE
                               TO WS-SP-PRICE (WS-SP-IDX)
                           MOVE SPP-MIN-QTY TO WS-SP-MIN-QTY (WS-SP-IDX)
                           MOVE SPP-LEAD-DAYS TO WS-SP-LEAD (WS-SP-IDX)
                           MOVE SPP-STATUS TO WS-SP-STATUS (WS-SP-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPPLIER-PRODUCT-FILE.

       END PROGRAM SUPPICK.
