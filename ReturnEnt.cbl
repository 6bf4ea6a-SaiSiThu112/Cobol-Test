       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNENT.

      *> customer-return entry: when a customer brings goods back the
      *> operator keys the SO number off their paperwork, sees what
      *> that order line shipped and what has already come back
      *> against it, and keys the quantity returned. A return is only
      *> taken against a SalesOrder.txt line with a confirmed
      *> shipment and never for more than the line shipped less what
      *> earlier returns have
      *> already taken - the running total is rebuilt from
      *> CustomerReturns.txt every time the program starts. Each
      *> accepted return is logged there and written to the capture
      *> file as a code-6 RETURN, which AssignTwo posts back onto the
      *> card at the card's own carried cost, so the goods stop
      *> showing up as a count gain on SHRINKRPT and the sale is
      *> reversed on MARGINRPT and GLEXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO DYNAMIC WS-ORDER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT RETURN-FILE ASSIGN TO DYNAMIC WS-RETURN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

      *> same layout AssignTwo reads - keep the two in step
           SELECT NEW-BALANCE-FILE ASSIGN TO DYNAMIC WS-NEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ORDER-FILE.
           01 ORDER-REC.
               COPY SALES-ORDER.

           FD RETURN-FILE.
           01 RETURN-REC.
               COPY CUSTOMER-RETURN.

           FD NEW-BALANCE-FILE.
           01 NEW-BALANCE.
               05 NEW-BRANCH-CODE PIC 9(3).
               05 NEW-PRODUCT-CODE PIC 9(2).
               05 SELLBUY PIC 9(1).
               05 NEW-QUANTITY PIC S9(5)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
               05 NEW-DEST-BRANCH PIC 9(3).
               05 NEW-TIMESTAMP PIC 9(14).
               05 NEW-REASON-CODE PIC X(2).

       WORKING-STORAGE SECTION.
      *> the order book, read only - a return never changes the order
      *> line, it is tracked against it in the returns file instead
           01 WS-SO-TABLE.
               05 WS-SO-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-SO-COUNT
                       INDEXED BY WS-SO-IDX.
                   10 WS-SO-NUMBER PIC 9(6).
                   10 WS-SO-CUSTOMER PIC 9(5).
                   10 WS-SO-BRANCH PIC 9(3).
                   10 WS-SO-PRODUCT PIC 9(2).
                   10 WS-SO-QUANTITY PIC S9(5)V99.
                   10 WS-SO-STATUS PIC X(1).
                   10 WS-SO-RETURNED PIC S9(5)V99.
           01 WS-SO-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-ORDER-EOF PIC A(1) VALUE "N".
           01 WS-RETURN-EOF PIC A(1) VALUE "N".

           01 WS-QUIT-SO PIC 9(6) VALUE 999999.
           01 WS-ASK-SO PIC 9(6).
           01 WS-ASK-QUANTITY PIC S9(5)V99.
           01 WS-RETURNABLE PIC S9(5)V99.
           01 WS-RETURN-COUNT PIC 9(4) VALUE ZERO.
           01 WS-QTY-EDIT PIC -ZZZZ9.99.
           01 WS-QTY-EDIT-2 PIC -ZZZZ9.99.
           01 WS-QTY-EDIT-3 PIC -ZZZZ9.99.

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(5) COMP.

           01 WS-OPERATOR-ID PIC X(10).
           01 WS-TODAY PIC 9(8).
           01 WS-STAMP-TIME PIC 9(8).
           01 WS-TIMESTAMP PIC 9(14).

           01 WS-ORDER-PATH PIC X(80).
           01 WS-RETURN-PATH PIC X(80).
           01 WS-NEW-PATH PIC X(80).
           01 WS-ORDER-STATUS PIC X(2).
           01 WS-RETURN-STATUS PIC X(2).
           01 WS-NEW-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ORDER-PATH FROM ENVIRONMENT "ORDERENT_ORDERS".
           IF WS-ORDER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SalesOrder.txt"
                   TO WS-ORDER-PATH
           END-IF.
           ACCEPT WS-RETURN-PATH FROM ENVIRONMENT "RETURNENT_RETURNS".
           IF WS-RETURN-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CustomerReturns.txt"
                   TO WS-RETURN-PATH
           END-IF.
           ACCEPT WS-NEW-PATH FROM ENVIRONMENT "ASSIGNTWO_NEWBALANCE".
           IF WS-NEW-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Newbalance.txt"
                   TO WS-NEW-PATH
           END-IF.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "NO SALES ORDER FILE - RUN ORDERENT FIRST"
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-ORDER-EOF = "Y"
               READ ORDER-FILE
                   AT END MOVE "Y" TO WS-ORDER-EOF
                   NOT AT END
                       ADD 1 TO WS-SO-COUNT
                       SET WS-SO-IDX TO WS-SO-COUNT
                       MOVE SO-NUMBER TO WS-SO-NUMBER (WS-SO-IDX)
                       MOVE SO-CUSTOMER TO WS-SO-CUSTOMER (WS-SO-IDX)
                       MOVE SO-BRANCH TO WS-SO-BRANCH (WS-SO-IDX)
                       MOVE SO-PRODUCT TO WS-SO-PRODUCT (WS-SO-IDX)
      *> the quantity that can come back is what shipped; a book
      *> written before dispatch confirmation shipped its released
      *> lines in full
                       EVALUATE TRUE
                           WHEN SO-SHIPPED-QTY IS NUMERIC
                               MOVE SO-SHIPPED-QTY
                                   TO WS-SO-QUANTITY (WS-SO-IDX)
                           WHEN SO-RELEASED
                               MOVE SO-QUANTITY
                                   TO WS-SO-QUANTITY (WS-SO-IDX)
                           WHEN OTHER
                               MOVE ZERO TO WS-SO-QUANTITY (WS-SO-IDX)
                       END-EVALUATE
                       MOVE SO-STATUS TO WS-SO-STATUS (WS-SO-IDX)
                       MOVE ZERO TO WS-SO-RETURNED (WS-SO-IDX)
               END-READ
           END-PERFORM.
           CLOSE ORDER-FILE.

           IF WS-SO-COUNT = ZERO
               DISPLAY "NO SALES ORDERS ON FILE"
               STOP RUN
           END-IF.

      *> what has already come back against each line - no returns
      *> file yet simply means nothing has
           OPEN INPUT RETURN-FILE.
           IF WS-RETURN-STATUS = "00"
               PERFORM UNTIL WS-RETURN-EOF = "Y"
                   READ RETURN-FILE
                       AT END MOVE "Y" TO WS-RETURN-EOF
                       NOT AT END
                           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                                   UNTIL WS-SO-IDX > WS-SO-COUNT
                               IF WS-SO-NUMBER (WS-SO-IDX)
                                       = RT-SO-NUMBER
                                   ADD RT-QUANTITY
                                       TO WS-SO-RETURNED (WS-SO-IDX)
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE RETURN-FILE
           END-IF.

           OPEN EXTEND RETURN-FILE.
           IF WS-RETURN-STATUS = "35"
               OPEN OUTPUT RETURN-FILE
           END-IF.
           IF WS-RETURN-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CUSTOMER RETURNS FILE - STATUS "
                   WS-RETURN-STATUS
               STOP RUN
           END-IF.

           OPEN EXTEND NEW-BALANCE-FILE.
           IF WS-NEW-STATUS = "35"
               OPEN OUTPUT NEW-BALANCE-FILE
           END-IF.
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "ERROR OPENING NEW BALANCE FILE - STATUS "
                   WS-NEW-STATUS
               STOP RUN
           END-IF.

           DISPLAY "Enter SO number returned against (999999 to quit)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-SO.

           PERFORM UNTIL WS-ASK-SO = WS-QUIT-SO
               PERFORM RETURN-ONE-ORDER
               DISPLAY "Enter SO number returned against (999999 to "
                   "quit)" WITH NO ADVANCING
               ACCEPT WS-ASK-SO
           END-PERFORM.

           CLOSE NEW-BALANCE-FILE.
           CLOSE RETURN-FILE.

           DISPLAY WS-RETURN-COUNT " RETURNS TAKEN".
           STOP RUN.

       RETURN-ONE-ORDER.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-COUNT
               IF WS-SO-NUMBER (WS-SO-IDX) = WS-ASK-SO
                   SET WS-FOUND TO TRUE
                   MOVE WS-SO-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               DISPLAY "SO " WS-ASK-SO " NOT ON FILE"
           ELSE
      *> goods that never left cannot come back - only a shipped
      *> quantity went through the books as a sale
               IF WS-SO-QUANTITY (WS-MATCH-IDX) NOT > ZERO
                   DISPLAY "SO " WS-ASK-SO " HAS NOT SHIPPED - "
                       "NOTHING TO RETURN"
               ELSE
                   PERFORM RETURN-ONE-LINE
               END-IF
           END-IF.

       RETURN-ONE-LINE.
           COMPUTE WS-RETURNABLE =
               WS-SO-QUANTITY (WS-MATCH-IDX)
               - WS-SO-RETURNED (WS-MATCH-IDX).
           MOVE WS-SO-QUANTITY (WS-MATCH-IDX) TO WS-QTY-EDIT.
           MOVE WS-SO-RETURNED (WS-MATCH-IDX) TO WS-QTY-EDIT-2.
           MOVE WS-RETURNABLE TO WS-QTY-EDIT-3.
           DISPLAY "  CUSTOMER " WS-SO-CUSTOMER (WS-MATCH-IDX)
               " BRANCH " WS-SO-BRANCH (WS-MATCH-IDX)
               " PRODUCT " WS-SO-PRODUCT (WS-MATCH-IDX).
           DISPLAY "  SHIPPED " WS-QTY-EDIT
               " ALREADY RETURNED " WS-QTY-EDIT-2
               " STILL RETURNABLE " WS-QTY-EDIT-3.
           IF WS-RETURNABLE NOT > ZERO
               DISPLAY "EVERYTHING ON SO " WS-ASK-SO
                   " HAS ALREADY COME BACK"
           ELSE
               DISPLAY "Enter quantity returned" WITH NO ADVANCING
               ACCEPT WS-ASK-QUANTITY
               IF WS-ASK-QUANTITY NOT > ZERO
                   DISPLAY "NOTHING RETURNED"
               ELSE
                   IF WS-ASK-QUANTITY > WS-RETURNABLE
                       DISPLAY "RETURN REFUSED - MORE THAN SO "
                           WS-ASK-SO " SHIPPED"
                   ELSE
                       ADD WS-ASK-QUANTITY
                           TO WS-SO-RETURNED (WS-MATCH-IDX)
                       PERFORM WRITE-RETURN-LINE
                       PERFORM WRITE-RETURN-TRANSACTION
                       ADD 1 TO WS-RETURN-COUNT
                       DISPLAY "RETURN TAKEN - WRITTEN TO THE "
                           "CAPTURE FILE"
                   END-IF
               END-IF
           END-IF.

       WRITE-RETURN-LINE.
           MOVE WS-SO-NUMBER (WS-MATCH-IDX) TO RT-SO-NUMBER.
           MOVE WS-SO-CUSTOMER (WS-MATCH-IDX) TO RT-CUSTOMER.
           MOVE WS-SO-BRANCH (WS-MATCH-IDX) TO RT-BRANCH.
           MOVE WS-SO-PRODUCT (WS-MATCH-IDX) TO RT-PRODUCT.
           MOVE WS-ASK-QUANTITY TO RT-QUANTITY.
           MOVE WS-TODAY TO RT-DATE.
           MOVE WS-OPERATOR-ID TO RT-OPERATOR-ID.
           WRITE RETURN-REC.

      *> the goods go back on the branch the order shipped from,
      *> as their own transaction code so nothing downstream mistakes
      *> them for a buy or a count adjustment
       WRITE-RETURN-TRANSACTION.
           ACCEPT WS-STAMP-TIME FROM TIME.
           COMPUTE WS-TIMESTAMP =
               WS-TODAY * 1000000 + WS-STAMP-TIME / 100.
           MOVE WS-SO-BRANCH (WS-MATCH-IDX) TO NEW-BRANCH-CODE.
           MOVE WS-SO-PRODUCT (WS-MATCH-IDX) TO NEW-PRODUCT-CODE.
           MOVE 6 TO SELLBUY.
           MOVE WS-ASK-QUANTITY TO NEW-QUANTITY.
           MOVE ZERO TO NEW-DEST-BRANCH.
           MOVE WS-TIMESTAMP TO NEW-TIMESTAMP.
           MOVE SPACES TO NEW-REASON-CODE.
           WRITE NEW-BALANCE.

       END PROGRAM RETURNENT.
