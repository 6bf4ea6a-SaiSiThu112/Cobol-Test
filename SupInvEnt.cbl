       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPINVENT.

      *> supplier invoice entry: the clerk keys the supplier, the
      *> supplier's invoice number and date off the paper, then each
      *> invoice line against the PO number and product it bills,
      *> with the quantity and unit price charged. A line must name
      *> a PO that went to that supplier and carries that product,
      *> and an invoice number the supplier has already sent is
      *> refused outright, so the same paper cannot be paid twice.
      *> Every accepted line lands on SupplierInvoices.txt as
      *> ENTERED; nothing is passed for payment here - that is the
      *> INVMATCH run's job.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO DYNAMIC WS-ORDER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT INVOICE-FILE ASSIGN TO DYNAMIC WS-INVOICE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ORDER-FILE.
           01 ORDER-REC.
               COPY PURCHASE-ORDER.

           FD INVOICE-FILE.
           01 INVOICE-REC.
               COPY SUPPLIER-INVOICE.

       WORKING-STORAGE SECTION.
           01 WS-PO-TABLE.
               05 WS-PO-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-PO-COUNT
                       INDEXED BY WS-PO-IDX.
                   10 WS-PO-NUMBER PIC 9(6).
                   10 WS-PO-SUPPLIER PIC 9(3).
                   10 WS-PO-PRODUCT PIC 9(2).
           01 WS-PO-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-ORDER-EOF PIC A(1) VALUE "N".

      *> every supplier/invoice number already on file, so a repeat
      *> is caught at the keyboard
           01 WS-SEEN-TABLE.
               05 WS-SEEN-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-SEEN-COUNT
                       INDEXED BY WS-SEEN-IDX.
                   10 WS-SEEN-SUPPLIER PIC 9(3).
                   10 WS-SEEN-INVOICE PIC X(10).
           01 WS-SEEN-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-INVOICE-EOF PIC A(1) VALUE "N".

           01 WS-QUIT-SUPPLIER PIC 9(3) VALUE 999.
           01 WS-QUIT-PO PIC 9(6) VALUE 999999.
           01 WS-ASK-SUPPLIER PIC 9(3).
           01 WS-ASK-INVOICE PIC X(10).
           01 WS-ASK-INV-DATE PIC 9(8).
           01 WS-ASK-PO PIC 9(6).
           01 WS-ASK-PRODUCT PIC 9(2).
           01 WS-ASK-QTY PIC 9(5).
           01 WS-ASK-PRICE PIC 9(5)V99.
           01 WS-LINE-COUNT PIC 9(4).
           01 WS-KEYED-COUNT PIC 9(5) VALUE ZERO.

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
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

           01 WS-OPERATOR-ID PIC X(10).
           01 WS-TODAY PIC 9(8).

           01 WS-ORDER-PATH PIC X(80).
           01 WS-INVOICE-PATH PIC X(80).
           01 WS-ORDER-STATUS PIC X(2).
           01 WS-INVOICE-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ORDER-PATH FROM ENVIRONMENT "PORDGEN_ORDERS".
           IF WS-ORDER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PurchaseOrders.txt"
                   TO WS-ORDER-PATH
           END-IF.
           ACCEPT WS-INVOICE-PATH FROM ENVIRONMENT
               "SUPINVENT_INVOICES".
           IF WS-INVOICE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SupplierInvoices.txt"
                   TO WS-INVOICE-PATH
           END-IF.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "NO PURCHASE ORDER FILE - NOTHING TO INVOICE"
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-ORDER-EOF = "Y"
               READ ORDER-FILE
                   AT END MOVE "Y" TO WS-ORDER-EOF
                   NOT AT END
                       ADD 1 TO WS-PO-COUNT
                       SET WS-PO-IDX TO WS-PO-COUNT
                       MOVE PO-NUMBER TO WS-PO-NUMBER (WS-PO-IDX)
                       MOVE PO-SUPPLIER TO WS-PO-SUPPLIER (WS-PO-IDX)
                       MOVE PO-PRODUCT TO WS-PO-PRODUCT (WS-PO-IDX)
               END-READ
           END-PERFORM.
           CLOSE ORDER-FILE.

           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS = "00"
               PERFORM UNTIL WS-INVOICE-EOF = "Y"
                   READ INVOICE-FILE
                       AT END MOVE "Y" TO WS-INVOICE-EOF
                       NOT AT END
                           PERFORM REMEMBER-ONE-INVOICE
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.

           OPEN EXTEND INVOICE-FILE.
           IF WS-INVOICE-STATUS = "35"
               OPEN OUTPUT INVOICE-FILE
           END-IF.
           IF WS-INVOICE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SUPPLIER INVOICE FILE - STATUS "
                   WS-INVOICE-STATUS
               STOP RUN
           END-IF.

           DISPLAY "Enter supplier code (999 to quit)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-SUPPLIER.
           PERFORM UNTIL WS-ASK-SUPPLIER = WS-QUIT-SUPPLIER
               PERFORM TAKE-ONE-INVOICE
               DISPLAY "Enter supplier code (999 to quit)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-SUPPLIER
           END-PERFORM.

           CLOSE INVOICE-FILE.
           DISPLAY WS-KEYED-COUNT " INVOICE LINES ENTERED".
           STOP RUN.

       REMEMBER-ONE-INVOICE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
               IF WS-SEEN-SUPPLIER (WS-SEEN-IDX) = SI-SUPPLIER AND
                       WS-SEEN-INVOICE (WS-SEEN-IDX) = SI-INVOICE-NO
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               ADD 1 TO WS-SEEN-COUNT
               SET WS-SEEN-IDX TO WS-SEEN-COUNT
               MOVE SI-SUPPLIER TO WS-SEEN-SUPPLIER (WS-SEEN-IDX)
               MOVE SI-INVOICE-NO TO WS-SEEN-INVOICE (WS-SEEN-IDX)
           END-IF.

       TAKE-ONE-INVOICE.
           DISPLAY "Enter supplier's invoice number"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-INVOICE.
           IF WS-ASK-INVOICE = SPACES
               DISPLAY "NO INVOICE NUMBER - NOTHING TAKEN"
           ELSE
               SET WS-NOT-FOUND TO TRUE
               PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                       UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                   IF WS-SEEN-SUPPLIER (WS-SEEN-IDX)
                           = WS-ASK-SUPPLIER AND
                           WS-SEEN-INVOICE (WS-SEEN-IDX)
                           = WS-ASK-INVOICE
                       SET WS-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-FOUND
                   DISPLAY "INVOICE " WS-ASK-INVOICE " FROM SUPPLIER "
                       WS-ASK-SUPPLIER " IS ALREADY ON FILE - REFUSED"
               ELSE
                   PERFORM TAKE-INVOICE-DATE
                   MOVE ZERO TO WS-LINE-COUNT
                   DISPLAY "Enter PO number billed (999999 to end "
                       "invoice)" WITH NO ADVANCING
                   ACCEPT WS-ASK-PO
                   PERFORM UNTIL WS-ASK-PO = WS-QUIT-PO
                       PERFORM TAKE-ONE-LINE
                       DISPLAY "Enter PO number billed (999999 to "
                           "end invoice)" WITH NO ADVANCING
                       ACCEPT WS-ASK-PO
                   END-PERFORM
                   IF WS-LINE-COUNT > ZERO
                       ADD 1 TO WS-SEEN-COUNT
                       SET WS-SEEN-IDX TO WS-SEEN-COUNT
                       MOVE WS-ASK-SUPPLIER
                           TO WS-SEEN-SUPPLIER (WS-SEEN-IDX)
                       MOVE WS-ASK-INVOICE
                           TO WS-SEEN-INVOICE (WS-SEEN-IDX)
                   END-IF
                   DISPLAY WS-LINE-COUNT " LINES ON INVOICE "
                       WS-ASK-INVOICE
               END-IF
           END-IF.

      *> the supplier's own date through the shared edit - a real
      *> calendar day and not in the future
       TAKE-INVOICE-DATE.
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter invoice date (YYYYMMDD)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-INV-DATE
               MOVE WS-ASK-INV-DATE TO DE-DATE
               MOVE "Y" TO DE-NO-FUTURE
               MOVE ZERO TO DE-EARLIEST
               CALL "DATEEDIT" USING WS-DATE-PARM
               IF DE-VALID
                   SET WS-EDIT-OK TO TRUE
               ELSE
                   DISPLAY "BAD INVOICE DATE: " DE-MESSAGE
               END-IF
           END-PERFORM.

       TAKE-ONE-LINE.
           DISPLAY "Enter product code" WITH NO ADVANCING.
           ACCEPT WS-ASK-PRODUCT.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               IF WS-PO-NUMBER (WS-PO-IDX) = WS-ASK-PO AND
                       WS-PO-PRODUCT (WS-PO-IDX) = WS-ASK-PRODUCT AND
                       WS-PO-SUPPLIER (WS-PO-IDX) = WS-ASK-SUPPLIER
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               DISPLAY "NO LINE FOR PRODUCT " WS-ASK-PRODUCT " ON PO "
                   WS-ASK-PO " TO SUPPLIER " WS-ASK-SUPPLIER
                   " - LINE REFUSED"
           ELSE
               DISPLAY "Enter quantity invoiced" WITH NO ADVANCING
               ACCEPT WS-ASK-QTY
               DISPLAY "Enter unit price invoiced" WITH NO ADVANCING
               ACCEPT WS-ASK-PRICE
               IF WS-ASK-QTY = ZERO
                   DISPLAY "NO QUANTITY - LINE REFUSED"
               ELSE
                   MOVE WS-ASK-SUPPLIER TO SI-SUPPLIER
                   MOVE WS-ASK-INVOICE TO SI-INVOICE-NO
                   MOVE WS-ASK-INV-DATE TO SI-INVOICE-DATE
                   MOVE WS-ASK-PO TO SI-PO-NUMBER
                   MOVE WS-ASK-PRODUCT TO SI-PRODUCT
                   MOVE WS-ASK-QTY TO SI-QUANTITY
                   MOVE WS-ASK-PRICE TO SI-UNIT-PRICE
                   SET SI-ENTERED TO TRUE
                   MOVE WS-TODAY TO SI-ENTRY-DATE
                   MOVE WS-OPERATOR-ID TO SI-OPERATOR-ID
      *> the tax columns belong to the match, not to capture
                   MOVE SPACE TO SI-TAX-CODE
                   MOVE ZERO TO SI-TAX-RATE
                   MOVE ZERO TO SI-TAX-AMOUNT
                   MOVE ZERO TO SI-BRANCH
                   MOVE ZERO TO SI-MATCH-DATE
                   WRITE INVOICE-REC
                   ADD 1 TO WS-LINE-COUNT
                   ADD 1 TO WS-KEYED-COUNT
               END-IF
           END-IF.

       END PROGRAM SUPINVENT.
