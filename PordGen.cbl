      *> counter, and the expected date is the order date stepped
      *> forward by the supplier's SUP-LEAD-DAYS. A card that already
      *> has an OPEN order line is skipped, so one shortage cannot be
      *> ordered twice on consecutive nights. New lines are marked
      *> not yet transmitted for POTRANS to send to the supplier.
      *> Where the product has lines on SupplierProduct.txt the
      *> supplier is SUPPICK's choice - the cheapest that can deliver
      *> before the card runs out (the alert's days left), the
      *> quantity raised to that supplier's minimum order and the
      *> expected date stepped by its lead days for the product; a
      *> line ordered away from the preferred supplier is listed on
      *> the console with the reason.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               05 FILLER PIC X(3).
               05 FILLER PIC X(6).
               05 RA-SUGGESTED PIC X(5).
               05 FILLER PIC X(31).
               05 RA-DAYS-LEFT PIC X(5).

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-LINE.
                   10 WS-AL-BRANCH PIC 9(3).
                   10 WS-AL-PRODUCT PIC 9(2).
                   10 WS-AL-SUGGESTED PIC 9(5).
                   10 WS-AL-LEAD PIC 9(3).
                   10 WS-AL-SOURCE PIC X(1).
           01 WS-ALERT-COUNT PIC 9(5) COMP VALUE ZERO.

           01 WS-PRODUCT-TABLE.
               05 WS-ST-BRANCH PIC 9(3).
               05 WS-ST-PRODUCT PIC 9(2).
               05 WS-ST-SUGGESTED PIC 9(5).
               05 WS-ST-LEAD PIC 9(3).
               05 WS-ST-SOURCE PIC X(1).

           01 WS-LOOKUP-SW PIC X(1).
               88 WS-LOOKUP-FOUND VALUE "Y".
               88 WS-LOOKUP-NOT-FOUND VALUE "N".

           01 WS-SUGGESTED-IN PIC X(5).
           01 WS-DAYS-LEFT-IN PIC X(5).
           01 WS-SUP-PICK.
               COPY SUP-PICK-PARM.
           01 WS-PREV-SUPPLIER PIC 9(3) VALUE ZERO.
           01 WS-FIRST-SW PIC A(1) VALUE "Y".
               88 WS-FIRST-SUPPLIER VALUE "Y".
           01 WS-LEAD-STEP PIC 9(3).
           01 WS-LINES-WRITTEN PIC 9(5) VALUE ZERO.
           01 WS-LINES-SKIPPED PIC 9(5) VALUE ZERO.
           01 WS-LINES-SWITCHED PIC 9(5) VALUE ZERO.
           01 WS-ORDERS-CUT PIC 9(4) VALUE ZERO.

           01 WS-RUN-DATE PIC 9(8).
                   ADD 1 TO WS-CUR-PO-NUMBER
                   ADD 1 TO WS-ORDERS-CUT
                   PERFORM FIND-SUPPLIER-LEAD
               END-IF
      *> a supplier-product line carries its own lead days for the
      *> product; otherwise the supplier master's
               IF WS-AL-SOURCE (WS-AL-IDX) = "L"
                   MOVE WS-AL-LEAD (WS-AL-IDX) TO WS-LEAD-STEP
               ELSE
                   MOVE WS-CUR-LEAD TO WS-LEAD-STEP
               END-IF
               PERFORM COMPUTE-EXPECTED-DATE
               PERFORM WRITE-ONE-ORDER-LINE
           END-PERFORM.
           CLOSE ORDER-FILE.

           DISPLAY WS-ORDERS-CUT " PURCHASE ORDERS CUT, "
               WS-LINES-WRITTEN " LINES WRITTEN, "
               WS-LINES-SKIPPED " CARDS ALREADY ON ORDER, "
               WS-LINES-SWITCHED " NOT FROM PREFERRED SUPPLIER".
           STOP RUN.

      *> one alert into the table, tagged with its supplier - unless
      *> the card is already covered by an open order line. A line
      *> with no usable order quantity falls back to the product's
      *> standing reorder quantity before the supplier is chosen, so
      *> the choice is costed on what will actually be ordered
       TAKE-ONE-ALERT.
           SET WS-LOOKUP-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
           ELSE
               ADD 1 TO WS-ALERT-COUNT
               SET WS-AL-IDX TO WS-ALERT-COUNT
               MOVE ZERO TO SK-PREFERRED
               MOVE ZERO TO SK-QUANTITY
               PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                       UNTIL WS-PM-IDX > WS-PM-COUNT
                   IF WS-PM-CODE (WS-PM-IDX) = RA-PRODUCT-CODE
                       MOVE WS-PM-SUPPLIER (WS-PM-IDX)
                           TO SK-PREFERRED
                       MOVE WS-PM-REORDER-QTY (WS-PM-IDX)
                           TO SK-QUANTITY
                   END-IF
               END-PERFORM
               MOVE RA-BRANCH-CODE TO WS-AL-BRANCH (WS-AL-IDX)
               MOVE RA-SUGGESTED TO WS-SUGGESTED-IN
               INSPECT WS-SUGGESTED-IN REPLACING LEADING " " BY "0"
               IF WS-SUGGESTED-IN IS NUMERIC
                   IF WS-SUGGESTED-IN > ZERO
                       MOVE WS-SUGGESTED-IN TO SK-QUANTITY
                   END-IF
               END-IF
               PERFORM CHOOSE-SUPPLIER
               MOVE SK-SUPPLIER TO WS-AL-SUPPLIER (WS-AL-IDX)
               MOVE SK-QUANTITY TO WS-AL-SUGGESTED (WS-AL-IDX)
               MOVE SK-LEAD-DAYS TO WS-AL-LEAD (WS-AL-IDX)
               MOVE SK-SOURCE TO WS-AL-SOURCE (WS-AL-IDX)
           END-IF.

      *> the days the card has before it runs out are the days the
      *> supplier has to deliver in: an alert already at or below
      *> zero is needed now, one with no sales history to judge by
      *> has no deadline
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
           IF SK-REASON NOT = SPACES
               ADD 1 TO WS-LINES-SWITCHED
               DISPLAY "BRANCH " RA-BRANCH-CODE " PRODUCT "
                   RA-PRODUCT-CODE " ORDERED FROM SUPPLIER "
                   SK-SUPPLIER " NOT " SK-PREFERRED " - " SK-REASON
           END-IF.

       FIND-SUPPLIER-LEAD.
           MOVE ZERO TO WS-CUR-LEAD.
      *> the supplier's lead days - the CATCHUP day-step logic
       COMPUTE-EXPECTED-DATE.
           MOVE WS-RUN-DATE TO WS-CUR-DATE-NUM.
           PERFORM STEP-TO-NEXT-DAY WS-LEAD-STEP TIMES.

       STEP-TO-NEXT-DAY.
           MOVE WS-DAYS-IN-MONTH (WS-CUR-MONTH) TO WS-MONTH-LIMIT.
               END-IF
           END-IF.

       WRITE-ONE-ORDER-LINE.
           MOVE WS-CUR-PO-NUMBER TO PO-NUMBER.
           MOVE WS-AL-SUPPLIER (WS-AL-IDX) TO PO-SUPPLIER.
           MOVE WS-AL-BRANCH (WS-AL-IDX) TO PO-BRANCH.
           MOVE WS-AL-PRODUCT (WS-AL-IDX) TO PO-PRODUCT.
           MOVE WS-AL-SUGGESTED (WS-AL-IDX) TO PO-QUANTITY.
           MOVE WS-RUN-DATE TO PO-ORDER-DATE.
           MOVE WS-CUR-DATE-NUM TO PO-EXPECTED-DATE.
           SET PO-OPEN TO TRUE.
           MOVE ZERO TO PO-RECEIPT-DATE.
           MOVE ZERO TO PO-RECEIPT-QTY.
      *> not sent yet - POTRANS picks the line up on its next run
           MOVE ZERO TO PO-TRANSMIT-DATE.
           SET PO-ACK-NONE TO TRUE.
           MOVE PO-QUANTITY TO PO-ORDERED-QTY.
           MOVE ZERO TO PO-ACK-DATE.
           WRITE ORDER-REC.
           ADD 1 TO WS-LINES-WRITTEN.

