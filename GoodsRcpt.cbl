      *> writes a code-2 BUY transaction to the capture file so the
      *> books move the day the goods arrive instead of when
      *> somebody remembers the paperwork. A delivery that matches no
      *> open line is refused at the keyboard. The lot number and
      *> expiry date printed on the delivery ride on the buy, so
      *> AssignTwo can shelve the stock under its lot. The buy goes
      *> in at standard cost; the freight, duty and other charges
      *> billed on the delivery are keyed against the PO afterwards
      *> through LANDCOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               05 NEW-DEST-BRANCH PIC 9(3).
               05 NEW-TIMESTAMP PIC 9(14).
               05 NEW-REASON-CODE PIC X(2).
               05 NEW-LOT-NUMBER PIC X(10).
               05 NEW-EXPIRY-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
      *> the whole order file is held here while the operator works
                   10 WS-PO-STATUS PIC X(1).
                   10 WS-PO-RCPT-DATE PIC 9(8).
                   10 WS-PO-RCPT-QTY PIC 9(5).
      *> transmission and acknowledgement, carried through untouched
                   10 WS-PO-TRANSMISSION PIC X(22).
           01 WS-PO-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-ORDER-EOF PIC A(1) VALUE "N".

           01 WS-ASK-PO PIC 9(6).
           01 WS-ASK-PRODUCT PIC 9(2).
           01 WS-ASK-QTY PIC 9(5).
           01 WS-ASK-LOT PIC X(10).
           01 WS-ASK-EXPIRY PIC 9(8).
           01 WS-SHOWN-COUNT PIC 9(4).
           01 WS-RECEIVED-COUNT PIC 9(4) VALUE ZERO.

               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(5) COMP.

           01 WS-EDIT-SW PIC A(1).
               88 WS-EDIT-OK VALUE "Y".
               88 WS-EDIT-FAILED VALUE "N".

           01 WS-DATE-PARM.
               05 DE-DATE PIC 9(8).
               05 DE-NO-FUTURE PIC X(1).
               05 DE-EARLIEST PIC 9(8).
               05 DE-RESULT PIC X(1).
                   88 DE-VALID VALUE "V".
               05 DE-MESSAGE PIC X(30).

           01 WS-TODAY PIC 9(8).
           01 WS-STAMP-TIME PIC 9(8).
           01 WS-TIMESTAMP PIC 9(14).
                       ELSE
                           MOVE ZERO TO WS-PO-RCPT-QTY (WS-PO-IDX)
                       END-IF
                       MOVE PO-TRANSMISSION
                           TO WS-PO-TRANSMISSION (WS-PO-IDX)
               END-READ
           END-PERFORM.
           CLOSE ORDER-FILE.
                       TO PO-RECEIPT-DATE
                   MOVE WS-PO-RCPT-QTY (WS-PO-IDX)
                       TO PO-RECEIPT-QTY
                   MOVE WS-PO-TRANSMISSION (WS-PO-IDX)
                       TO PO-TRANSMISSION
                   WRITE ORDER-REC
               END-PERFORM
               CLOSE ORDER-FILE
                   MOVE "R" TO WS-PO-STATUS (WS-MATCH-IDX)
                   MOVE WS-TODAY TO WS-PO-RCPT-DATE (WS-MATCH-IDX)
                   MOVE WS-ASK-QTY TO WS-PO-RCPT-QTY (WS-MATCH-IDX)
                   PERFORM TAKE-LOT-DETAILS
                   PERFORM WRITE-BUY-TRANSACTION
                   ADD 1 TO WS-RECEIVED-COUNT
                   IF WS-ASK-QTY NOT =
               END-IF
           END-IF.

      *> the lot off the delivery label - blank when the goods carry
      *> none - and, for a lot, its expiry through the shared date
      *> edit: a real calendar day, and not already past
       TAKE-LOT-DETAILS.
           DISPLAY "Enter lot number (blank if none)"
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ASK-LOT.
           ACCEPT WS-ASK-LOT.
           MOVE ZERO TO WS-ASK-EXPIRY.
           IF WS-ASK-LOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter expiry date (YYYYMMDD)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-EXPIRY
               MOVE WS-ASK-EXPIRY TO DE-DATE
               MOVE "N" TO DE-NO-FUTURE
               MOVE WS-TODAY TO DE-EARLIEST
               CALL "DATEEDIT" USING WS-DATE-PARM
               IF DE-VALID
                   SET WS-EDIT-OK TO TRUE
               ELSE
                   DISPLAY "BAD EXPIRY DATE: " DE-MESSAGE
               END-IF
           END-PERFORM.

      *> the books move the day the goods arrive: the receipted
      *> quantity goes through the posting run as an ordinary buy
       WRITE-BUY-TRANSACTION.
           MOVE ZERO TO NEW-DEST-BRANCH.
           MOVE WS-TIMESTAMP TO NEW-TIMESTAMP.
           MOVE SPACES TO NEW-REASON-CODE.
           MOVE WS-ASK-LOT TO NEW-LOT-NUMBER.
           MOVE WS-ASK-EXPIRY TO NEW-EXPIRY-DATE.
           WRITE NEW-BALANCE.

       END PROGRAM GOODSRCPT.
