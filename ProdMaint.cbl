      *> product after it. Deactivation is refused while any stock
      *> card still carries the product, unless write-off
      *> adjustments are generated to clear the cards - a dead code
      *> must not strand live inventory. The sales tax code each
      *> product is sold and bought under is keyed here too, checked
      *> against the SalesTaxCodes.txt table STAXMAINT keeps.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-CODE-STATUS.

           SELECT TAX-CODE-FILE ASSIGN TO DYNAMIC WS-TAX-CODE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-CODE-STATUS.

      *> every add, change and deactivation leaves who/when and the
      *> before and after images on the shared change journal
           SELECT CHANGE-JOURNAL-FILE
               05 RC-CODE PIC X(2).
               05 RC-DESC PIC X(20).

           FD TAX-CODE-FILE.
           01 TAX-CODE-LINE.
               COPY TAX-CODE.

           FD CHANGE-JOURNAL-FILE.
           01 CHANGE-JOURNAL-REC.
               COPY CHANGE-JOURNAL.
                   10 WS-PM-SELL-PRICE PIC 9(5)V99.
                   10 WS-PM-MAX-LEVEL PIC 9(5).
                   10 WS-PM-UNITS-PER-PACK PIC 9(3).
                   10 WS-PM-TAX-CODE PIC X(1).
           01 WS-PRODUCT-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-ASK-SELL-PRICE PIC 9(5)V99.
           01 WS-ASK-MAX-LEVEL PIC 9(5).
           01 WS-ASK-PACK PIC 9(3).
           01 WS-ASK-TAX-CODE PIC X(1).

           01 WS-TAX-TABLE.
               05 WS-TX-ENTRY OCCURS 50 TIMES INDEXED BY WS-TX-IDX.
                   10 WS-TX-CODE PIC X(1).
           01 WS-TAX-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-TX-EOF PIC A(1) VALUE "N".
           01 WS-TAX-CODE-PATH PIC X(80).
           01 WS-TAX-CODE-STATUS PIC X(2).
           01 WS-EDIT-SW PIC A(1).
               88 WS-EDIT-OK VALUE "Y".
               88 WS-EDIT-FAILED VALUE "N".

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               CLOSE REASON-CODE-FILE
           END-IF.

           ACCEPT WS-TAX-CODE-PATH FROM ENVIRONMENT "SALESTAX_CODES".
           IF WS-TAX-CODE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SalesTaxCodes.txt"
                   TO WS-TAX-CODE-PATH
           END-IF.
           OPEN INPUT TAX-CODE-FILE.
           IF WS-TAX-CODE-STATUS = "00"
               PERFORM UNTIL WS-TX-EOF = "Y"
                   READ TAX-CODE-FILE
                       AT END MOVE "Y" TO WS-TX-EOF
                       NOT AT END
                           IF WS-TAX-COUNT < 50
                               ADD 1 TO WS-TAX-COUNT
                               SET WS-TX-IDX TO WS-TAX-COUNT
                               MOVE TX-CODE TO WS-TX-CODE (WS-TX-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-CODE-FILE
           END-IF.

           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
           ELSE
               MOVE ZERO TO WS-PM-UNITS-PER-PACK (WS-PM-IDX)
           END-IF.
           MOVE PM-TAX-CODE TO WS-PM-TAX-CODE (WS-PM-IDX).

       FIND-PRODUCT.
           SET WS-NOT-FOUND TO TRUE.
                   WS-PM-MAX-LEVEL (WS-MATCH-IDX)
               DISPLAY "Current units/pack  : "
                   WS-PM-UNITS-PER-PACK (WS-MATCH-IDX)
               DISPLAY "Current tax code    : "
                   WS-PM-TAX-CODE (WS-MATCH-IDX)
               MOVE "BEFORE" TO WS-JRN-TAG
               MOVE WS-MATCH-IDX TO WS-JRN-SOURCE-IDX
               PERFORM WRITE-JOURNAL-LINE
           DISPLAY "Enter units per pack (0 for loose units)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-PACK.
      *> the code must be on the tax table, or blank for no tax;
      *> with no table on the system it is taken on trust with a
      *> warning, the MAPMAINT branch-edit compromise
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter sales tax code (blank for none)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-TAX-CODE
               SET WS-EDIT-OK TO TRUE
               IF WS-ASK-TAX-CODE NOT = SPACE
                   IF WS-TAX-COUNT > ZERO
                       SET WS-EDIT-FAILED TO TRUE
                       PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                               UNTIL WS-TX-IDX > WS-TAX-COUNT
                           IF WS-TX-CODE (WS-TX-IDX) = WS-ASK-TAX-CODE
                               SET WS-EDIT-OK TO TRUE
                           END-IF
                       END-PERFORM
                       IF WS-EDIT-FAILED
                           DISPLAY "TAX CODE NOT ON THE TAX TABLE - "
                               "RE-ENTER"
                       END-IF
                   ELSE
                       DISPLAY "WARNING: NO TAX CODE TABLE ON FILE "
                           "- CODE NOT VALIDATED"
                   END-IF
               END-IF
           END-PERFORM.

       STORE-PRODUCT-FIELDS.
           MOVE WS-ASK-DESC TO WS-PM-DESC (WS-MATCH-IDX).
           MOVE WS-ASK-SELL-PRICE TO WS-PM-SELL-PRICE (WS-MATCH-IDX).
           MOVE WS-ASK-MAX-LEVEL TO WS-PM-MAX-LEVEL (WS-MATCH-IDX).
           MOVE WS-ASK-PACK TO WS-PM-UNITS-PER-PACK (WS-MATCH-IDX).
           MOVE WS-ASK-TAX-CODE TO WS-PM-TAX-CODE (WS-MATCH-IDX).

      *> run-down is the controlled way out: the pre-posting edit
      *> blocks new buys but the stock still on the cards keeps
                   WS-PM-SUPPLIER (WS-PM-IDX) " "
                   WS-PM-STATUS (WS-PM-IDX) " "
                   WS-PM-SELL-PRICE (WS-PM-IDX) " "
                   WS-PM-MAX-LEVEL (WS-PM-IDX) " "
                   WS-PM-TAX-CODE (WS-PM-IDX)
           END-PERFORM.
           DISPLAY WS-PRODUCT-COUNT " PRODUCTS ON FILE".

               MOVE WS-PM-MAX-LEVEL (WS-PM-IDX) TO PM-MAX-LEVEL
               MOVE WS-PM-UNITS-PER-PACK (WS-PM-IDX)
                   TO PM-UNITS-PER-PACK
               MOVE WS-PM-TAX-CODE (WS-PM-IDX) TO PM-TAX-CODE
               WRITE PRODUCT-MASTER-LINE
           END-PERFORM.
           CLOSE PRODUCT-MASTER-FILE.
           MOVE WS-PM-MAX-LEVEL (WS-PM-IDX) TO JP-MAX-LEVEL.
           MOVE WS-PM-UNITS-PER-PACK (WS-PM-IDX)
               TO JP-UNITS-PER-PACK.
           MOVE WS-PM-TAX-CODE (WS-PM-IDX) TO JP-TAX-CODE.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
