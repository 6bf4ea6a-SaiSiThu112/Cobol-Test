      *> orders: each product's preferred supplier comes from
      *> ProductMaster.txt and the supplier's name and lead time from
      *> SupplierMaster.txt, so purchasing stops looking suppliers up
      *> by memory. Where the product has lines on
      *> SupplierProduct.txt the supplier is SUPPICK's choice, the
      *> same one PORDGEN will order from - the cheapest that can
      *> deliver before the card runs out - and the line shows the
      *> quantity raised to that supplier's minimum order, its lead
      *> days and price for the product, and, when it is not the
      *> preferred supplier, why not.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               05 FILLER PIC X(6).
               05 RA-SUGGESTED PIC X(5).
      *> days-of-stock coverage columns on the tail of the alert -
      *> only the days left is needed here, as the deadline the
      *> chosen supplier has to deliver by
               05 FILLER PIC X(31).
               05 RA-DAYS-LEFT PIC X(5).

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-LINE.
                   10 WS-AL-PRODUCT PIC 9(2).
                   10 WS-AL-QUANTITY PIC S9(5)V99.
                   10 WS-AL-SUGGESTED PIC 9(5).
                   10 WS-AL-LEAD PIC 9(3).
                   10 WS-AL-PRICE PIC 9(5)V99.
                   10 WS-AL-SOURCE PIC X(1).
                   10 WS-AL-PREFERRED PIC 9(3).
                   10 WS-AL-REASON PIC X(24).
           01 WS-ALERT-COUNT PIC 9(5) COMP VALUE ZERO.

           01 WS-PRODUCT-TABLE.
               05 WS-PM-ENTRY OCCURS 200 TIMES INDEXED BY WS-PM-IDX.
                   10 WS-PM-CODE PIC 9(2).
                   10 WS-PM-SUPPLIER PIC 9(3).
                   10 WS-PM-REORDER-QTY PIC 9(5).
           01 WS-PM-COUNT PIC 9(5) COMP VALUE ZERO.

           01 WS-SUPPLIER-TABLE.
               05 WS-ST-PRODUCT PIC 9(2).
               05 WS-ST-QUANTITY PIC S9(5)V99.
               05 WS-ST-SUGGESTED PIC 9(5).
               05 WS-ST-LEAD PIC 9(3).
               05 WS-ST-PRICE PIC 9(5)V99.
               05 WS-ST-SOURCE PIC X(1).
               05 WS-ST-PREFERRED PIC 9(3).
               05 WS-ST-REASON PIC X(24).

           01 WS-SUGGESTED-IN PIC X(5).
           01 WS-DAYS-LEFT-IN PIC X(5).
           01 WS-SUP-PICK.
               COPY SUP-PICK-PARM.
           01 WS-PREV-SUPPLIER PIC 9(3) VALUE ZERO.
           01 WS-FIRST-SW PIC A(1) VALUE "Y".
               88 WS-FIRST-SUPPLIER VALUE "Y".
           01 WS-SUP-LEAD-OUT PIC 9(3).
           01 WS-QTY-EDIT PIC -ZZZZZ9.99.
           01 WS-SUGGESTED-EDIT PIC ZZZZ9.
           01 WS-LEAD-EDIT PIC ZZ9.
           01 WS-PRICE-EDIT PIC ZZZZ9.99.
           01 WS-REPORT-LINE PIC X(80).
           01 WS-LINE-COUNT PIC 9(5) VALUE ZERO.

                       ELSE
                           MOVE ZERO TO WS-PM-SUPPLIER (WS-PM-IDX)
                       END-IF
                       IF PM-REORDER-QTY IS NUMERIC
                           MOVE PM-REORDER-QTY
                               TO WS-PM-REORDER-QTY (WS-PM-IDX)
                       ELSE
                           MOVE ZERO
                               TO WS-PM-REORDER-QTY (WS-PM-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-MASTER-FILE.
                   NOT AT END
                       ADD 1 TO WS-ALERT-COUNT
                       SET WS-AL-IDX TO WS-ALERT-COUNT
                       MOVE ZERO TO SK-PREFERRED
                       MOVE ZERO TO SK-QUANTITY
                       PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                               UNTIL WS-PM-IDX > WS-PM-COUNT
                           IF WS-PM-CODE (WS-PM-IDX)
                                   = RA-PRODUCT-CODE
                               MOVE WS-PM-SUPPLIER (WS-PM-IDX)
                                   TO SK-PREFERRED
                               MOVE WS-PM-REORDER-QTY (WS-PM-IDX)
                                   TO SK-QUANTITY
                           END-IF
                       END-PERFORM
                       MOVE RA-BRANCH-CODE
                       MOVE RA-SUGGESTED TO WS-SUGGESTED-IN
                       INSPECT WS-SUGGESTED-IN
                           REPLACING LEADING " " BY "0"
      *> no usable suggestion falls back to the standing reorder
      *> quantity, as PORDGEN orders it
                       IF WS-SUGGESTED-IN IS NUMERIC
                           IF WS-SUGGESTED-IN > ZERO
                               MOVE WS-SUGGESTED-IN TO SK-QUANTITY
                           END-IF
                       END-IF
                       PERFORM CHOOSE-SUPPLIER
               END-READ
           END-PERFORM.
           CLOSE REORDER-FILE.
               MOVE WS-AL-QUANTITY (WS-AL-IDX) TO WS-QTY-EDIT
               MOVE WS-AL-SUGGESTED (WS-AL-IDX) TO WS-SUGGESTED-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-AL-SOURCE (WS-AL-IDX) = "L" AND
                       WS-AL-SUPPLIER (WS-AL-IDX) NOT = ZERO
                   MOVE WS-AL-LEAD (WS-AL-IDX) TO WS-LEAD-EDIT
                   MOVE WS-AL-PRICE (WS-AL-IDX) TO WS-PRICE-EDIT
                   STRING "   BRANCH " WS-AL-BRANCH (WS-AL-IDX)
                       " PRODUCT " WS-AL-PRODUCT (WS-AL-IDX)
                       " ON HAND " WS-QTY-EDIT
                       " ORDER " WS-SUGGESTED-EDIT
                       " LEAD " WS-LEAD-EDIT
                       " @ " WS-PRICE-EDIT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
               ELSE
                   STRING "   BRANCH " WS-AL-BRANCH (WS-AL-IDX)
                       " PRODUCT " WS-AL-PRODUCT (WS-AL-IDX)
                       " ON HAND " WS-QTY-EDIT
                       " ORDER " WS-SUGGESTED-EDIT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
               END-IF
               MOVE WS-REPORT-LINE TO SUGGESTION-LINE
               WRITE SUGGESTION-LINE
               ADD 1 TO WS-LINE-COUNT
               IF WS-AL-REASON (WS-AL-IDX) NOT = SPACES
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "      PREFERRED SUPPLIER "
                       WS-AL-PREFERRED (WS-AL-IDX)
                       " NOT USED - " WS-AL-REASON (WS-AL-IDX)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   MOVE WS-REPORT-LINE TO SUGGESTION-LINE
                   WRITE SUGGESTION-LINE
               END-IF
           END-PERFORM.

           CLOSE SUGGESTION-FILE.
           DISPLAY WS-LINE-COUNT " PURCHASE SUGGESTION LINES WRITTEN".
           STOP RUN.

      *> the days the card has before it runs out are the days the
      *> supplier has to deliver in: an alert already at or below
      *> zero is needed now, one with no sales history to judge by
      *> has no deadline - the PORDGEN rule, so both pick alike
       CHOOSE-SUPPLIER.
           MOVE RA-PRODUCT-CODE TO SK-PRODUCT.
           MOVE RA-DAYS-LEFT TO WS-DAYS-LEFT-IN.
           INSPECT WS-DAYS-LEFT-IN REPLACING LEADING " " BY "0".
           IF WS-DAYS-LEFT-IN IS NUMERIC
               MOVE WS-DAYS-LEFT-IN TO SK-NEEDED-DAYS
           ELSE
               IF RA-QUANTITY IS NUMERIC AND RA-QUANTITY <= ZERO
                   MOVE ZERO TO SK-NEEDED-DAYS
               ELSE
                   MOVE 99999 TO SK-NEEDED-DAYS
               END-IF
           END-IF.
           CALL "SUPPICK" USING WS-SUP-PICK.
           MOVE SK-SUPPLIER TO WS-AL-SUPPLIER (WS-AL-IDX).
           MOVE SK-QUANTITY TO WS-AL-SUGGESTED (WS-AL-IDX).
           MOVE SK-LEAD-DAYS TO WS-AL-LEAD (WS-AL-IDX).
           MOVE SK-UNIT-PRICE TO WS-AL-PRICE (WS-AL-IDX).
           MOVE SK-SOURCE TO WS-AL-SOURCE (WS-AL-IDX).
           MOVE SK-PREFERRED TO WS-AL-PREFERRED (WS-AL-IDX).
           MOVE SK-REASON TO WS-AL-REASON (WS-AL-IDX).

      *> one header per supplier group, naming the supplier and lead
      *> time - supplier 000 flags products with no supplier on file
       WRITE-SUPPLIER-HEADER.
