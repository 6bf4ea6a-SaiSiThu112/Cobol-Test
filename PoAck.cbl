       IDENTIFICATION DIVISION.
       PROGRAM-ID. POACK.

      *> order acknowledgement import: the suppliers' answers to the
      *> order files POTRANS sent (OrderAcks.txt, one line per order
      *> line, layout PO-ACK.cpy) are taken back onto
      *> PurchaseOrders.txt. The confirmed date replaces the expected
      *> date PORDGEN guessed from the lead days; the confirmed
      *> quantity becomes the quantity on order, the first-ordered
      *> quantity being kept beside it. A line the supplier cut is
      *> listed with the shortfall, and a line refused outright is
      *> cancelled and listed, so purchasing can order the stock
      *> elsewhere - a cancelled line no longer holds the card back
      *> from PORDGEN. An answer that matches no sent OPEN line, or
      *> promises more than was ordered, is listed as rejected and
      *> changes nothing (RC 4). Written to AckExceptions.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT ORDER-FILE ASSIGN TO DYNAMIC WS-ORDER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT ACK-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ACK-FILE.
           01 ACK-REC.
               COPY PO-ACK.

           FD ORDER-FILE.
           01 ORDER-REC.
               COPY PURCHASE-ORDER.

           FD ACK-REPORT-FILE.
           01 ACK-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      *> the whole order file, each line held as written, updated
      *> here and written back in one pass at the end
           01 WS-PO-TABLE.
               05 WS-PO-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-PO-COUNT
                       INDEXED BY WS-PO-IDX.
                   10 WS-PO-IMAGE PIC X(71).
           01 WS-PO-COUNT PIC 9(5) COMP VALUE ZERO.

           01 WS-ACK-EOF PIC A(1) VALUE "N".
           01 WS-ORDER-EOF PIC A(1) VALUE "N".
           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".

           01 WS-LINE-NO PIC 9(5) VALUE ZERO.
           01 WS-REJECT-REASON PIC X(30).
           01 WS-ORDERED PIC 9(5).
           01 WS-SHORTFALL PIC 9(5).
           01 WS-TODAY PIC 9(8).

           01 WS-DATE-PARM.
               05 DE-DATE PIC 9(8).
               05 DE-NO-FUTURE PIC X(1).
               05 DE-EARLIEST PIC 9(8).
               05 DE-RESULT PIC X(1).
                   88 DE-VALID VALUE "V".
               05 DE-MESSAGE PIC X(30).

           01 WS-ACCEPTED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CUT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-REFUSED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-MOVED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-APPLIED-COUNT PIC 9(5) VALUE ZERO.

           01 WS-ACK-DETAIL.
               05 AD-ACTION PIC X(9).
               05 AD-PO PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 AD-SUPPLIER PIC 9(3).
               05 FILLER PIC X(3) VALUE SPACES.
               05 AD-BRANCH PIC 9(3).
               05 FILLER PIC X(3) VALUE SPACES.
               05 AD-PRODUCT PIC 9(2).
               05 FILLER PIC X(3) VALUE SPACES.
               05 AD-ORDERED PIC ZZZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 AD-CONFIRMED PIC ZZZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 AD-SHORT PIC ZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 AD-DUE PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 AD-REASON PIC X(30).
           01 WS-COUNT-EDIT PIC ZZ,ZZ9.
           01 WS-REPORT-LINE PIC X(132).

           01 WS-ACK-PATH PIC X(80).
           01 WS-ORDER-PATH PIC X(80).
           01 WS-REPORT-PATH PIC X(80).
           01 WS-ACK-STATUS PIC X(2).
           01 WS-ORDER-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ACK-PATH FROM ENVIRONMENT "POACK_INPUT".
           IF WS-ACK-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\OrderAcks.txt"
                   TO WS-ACK-PATH
           END-IF.
           ACCEPT WS-ORDER-PATH FROM ENVIRONMENT "PORDGEN_ORDERS".
           IF WS-ORDER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PurchaseOrders.txt"
                   TO WS-ORDER-PATH
           END-IF.
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "POACK_REPORT".
           IF WS-REPORT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\AckExceptions.txt"
                   TO WS-REPORT-PATH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PURCHASE ORDER FILE - STATUS "
                   WS-ORDER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-ORDER-EOF = "Y"
               READ ORDER-FILE
                   AT END MOVE "Y" TO WS-ORDER-EOF
                   NOT AT END
                       IF WS-PO-COUNT < 20000
                           ADD 1 TO WS-PO-COUNT
                           SET WS-PO-IDX TO WS-PO-COUNT
                           MOVE ORDER-REC TO WS-PO-IMAGE (WS-PO-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDER-FILE.

           OPEN INPUT ACK-FILE.
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACKNOWLEDGEMENT FILE - STATUS "
                   WS-ACK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ACK-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACKNOWLEDGEMENT REPORT - STATUS "
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ORDER ACKNOWLEDGEMENT EXCEPTIONS - " WS-TODAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE "ACTION   PO      SUP   BR    PR ORDERED CONFIRM"
               & "   SHORT  DUE       SUPPLIER'S REASON"
               TO WS-REPORT-LINE.
           PERFORM PUT-LINE.

           PERFORM UNTIL WS-ACK-EOF = "Y"
               READ ACK-FILE
                   AT END MOVE "Y" TO WS-ACK-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF ACK-REC NOT = SPACES
                           PERFORM TAKE-ONE-ACK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACK-FILE.

           IF WS-APPLIED-COUNT > ZERO
               OPEN OUTPUT ORDER-FILE
               IF WS-ORDER-STATUS NOT = "00"
                   DISPLAY "ERROR REWRITING PURCHASE ORDER FILE - "
                       "STATUS " WS-ORDER-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                       UNTIL WS-PO-IDX > WS-PO-COUNT
                   WRITE ORDER-REC FROM WS-PO-IMAGE (WS-PO-IDX)
               END-PERFORM
               CLOSE ORDER-FILE
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE WS-ACCEPTED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-COUNT-EDIT " LINES CONFIRMED IN FULL"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE WS-CUT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-COUNT-EDIT " LINES CUT - ORDER THE SHORTFALL "
               "ELSEWHERE" DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-COUNT-EDIT " LINES REFUSED - CANCELLED, FREE TO "
               "ORDER AGAIN" DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE WS-MOVED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-COUNT-EDIT " EXPECTED DATES CHANGED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-COUNT-EDIT " ACKNOWLEDGEMENTS REJECTED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           CLOSE ACK-REPORT-FILE.

           DISPLAY WS-APPLIED-COUNT " ACKNOWLEDGEMENTS TAKEN, "
               WS-CUT-COUNT " CUT, " WS-REFUSED-COUNT " REFUSED, "
               WS-REJECTED-COUNT " REJECTED".
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> one supplier answer: edited, matched to its order line and
      *> applied, or rejected with the reason
       TAKE-ONE-ACK.
           IF PA-PO-NUMBER IS NOT NUMERIC OR
                   PA-BRANCH IS NOT NUMERIC OR
                   PA-PRODUCT IS NOT NUMERIC
               MOVE "NO SUCH ORDER LINE" TO WS-REJECT-REASON
               PERFORM REJECT-THE-ACK
               EXIT PARAGRAPH
           END-IF.
           IF PA-CONFIRMED-QTY IS NOT NUMERIC
               MOVE "QUANTITY IS NOT A NUMBER" TO WS-REJECT-REASON
               PERFORM REJECT-THE-ACK
               EXIT PARAGRAPH
           END-IF.
           IF PA-CONFIRMED-DATE = SPACES
               MOVE ZERO TO PA-CONFIRMED-DATE
           END-IF.
           IF PA-CONFIRMED-DATE IS NOT NUMERIC
               MOVE "DATE IS NOT A DATE" TO WS-REJECT-REASON
               PERFORM REJECT-THE-ACK
               EXIT PARAGRAPH
           END-IF.

           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               MOVE WS-PO-IMAGE (WS-PO-IDX) TO ORDER-REC
               IF PO-NUMBER = PA-PO-NUMBER AND
                       PO-BRANCH = PA-BRANCH AND
                       PO-PRODUCT = PA-PRODUCT
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               MOVE "NO SUCH ORDER LINE" TO WS-REJECT-REASON
               PERFORM REJECT-THE-ACK
               EXIT PARAGRAPH
           END-IF.
           IF PO-RECEIVED
               MOVE "LINE ALREADY RECEIVED" TO WS-REJECT-REASON
               PERFORM REJECT-THE-ACK
               EXIT PARAGRAPH
           END-IF.
           IF PO-CANCELLED
               MOVE "LINE ALREADY REFUSED" TO WS-REJECT-REASON
               PERFORM REJECT-THE-ACK
               EXIT PARAGRAPH
           END-IF.
      *> a blank transmission group went by phone before orders were
      *> sent and can be answered; zero has not gone yet
           IF PO-TRANSMIT-DATE IS NUMERIC AND
                   PO-TRANSMIT-DATE = ZERO
               MOVE "LINE NOT SENT YET" TO WS-REJECT-REASON
               PERFORM REJECT-THE-ACK
               EXIT PARAGRAPH
           END-IF.
           IF PO-ORDERED-QTY IS NUMERIC AND PO-ORDERED-QTY > ZERO
               MOVE PO-ORDERED-QTY TO WS-ORDERED
           ELSE
               MOVE PO-QUANTITY TO WS-ORDERED
           END-IF.
           IF PA-CONFIRMED-QTY > WS-ORDERED
               MOVE "MORE THAN WAS ORDERED" TO WS-REJECT-REASON
               PERFORM REJECT-THE-ACK
               EXIT PARAGRAPH
           END-IF.
           IF PA-CONFIRMED-DATE NOT = ZERO
               MOVE PA-CONFIRMED-DATE TO DE-DATE
               MOVE "N" TO DE-NO-FUTURE
               MOVE PO-ORDER-DATE TO DE-EARLIEST
               CALL "DATEEDIT" USING WS-DATE-PARM
               IF NOT DE-VALID
                   MOVE DE-MESSAGE TO WS-REJECT-REASON
                   PERFORM REJECT-THE-ACK
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM APPLY-THE-ACK.

       APPLY-THE-ACK.
           MOVE WS-ORDERED TO PO-ORDERED-QTY.
           MOVE WS-TODAY TO PO-ACK-DATE.
           IF PA-CONFIRMED-DATE NOT = ZERO AND
                   PA-CONFIRMED-DATE NOT = PO-EXPECTED-DATE
               MOVE PA-CONFIRMED-DATE TO PO-EXPECTED-DATE
               ADD 1 TO WS-MOVED-COUNT
           END-IF.
           MOVE PA-CONFIRMED-QTY TO PO-QUANTITY.
           COMPUTE WS-SHORTFALL = WS-ORDERED - PA-CONFIRMED-QTY.
           EVALUATE TRUE
               WHEN PA-CONFIRMED-QTY = ZERO
                   SET PO-ACK-REFUSED TO TRUE
                   SET PO-CANCELLED TO TRUE
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED" TO AD-ACTION
                   PERFORM LIST-THE-LINE
               WHEN WS-SHORTFALL > ZERO
                   SET PO-ACK-CUT TO TRUE
                   ADD 1 TO WS-CUT-COUNT
                   MOVE "CUT" TO AD-ACTION
                   PERFORM LIST-THE-LINE
               WHEN OTHER
                   SET PO-ACK-ACCEPTED TO TRUE
                   ADD 1 TO WS-ACCEPTED-COUNT
           END-EVALUATE.
           MOVE ORDER-REC TO WS-PO-IMAGE (WS-PO-IDX).
           ADD 1 TO WS-APPLIED-COUNT.

       LIST-THE-LINE.
           MOVE PO-NUMBER TO AD-PO.
           MOVE PO-SUPPLIER TO AD-SUPPLIER.
           MOVE PO-BRANCH TO AD-BRANCH.
           MOVE PO-PRODUCT TO AD-PRODUCT.
           MOVE WS-ORDERED TO AD-ORDERED.
           MOVE PA-CONFIRMED-QTY TO AD-CONFIRMED.
           MOVE WS-SHORTFALL TO AD-SHORT.
           IF PO-CANCELLED
               MOVE SPACES TO AD-DUE
           ELSE
               MOVE PO-EXPECTED-DATE TO AD-DUE
           END-IF.
           MOVE PA-REASON TO AD-REASON.
           MOVE WS-ACK-DETAIL TO WS-REPORT-LINE.
           PERFORM PUT-LINE.

       REJECT-THE-ACK.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REJECTED LINE " WS-LINE-NO ": "
               DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY "  "
               " - " DELIMITED BY SIZE
               ACK-REC DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.

       PUT-LINE.
           MOVE WS-REPORT-LINE TO ACK-REPORT-LINE.
           WRITE ACK-REPORT-LINE.

       END PROGRAM POACK.
