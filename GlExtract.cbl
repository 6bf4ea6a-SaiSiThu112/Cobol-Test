      *> becomes a debit line and a credit line in GLPostings.txt.
      *> The run is rejected outright when a movement has no account
      *> mapping or the postings do not net to zero - an unbalanced
      *> interface file must never reach the ledger. Landed costs
      *> AssignTwo applied to the cards that day are read from
      *> LandedCost.txt and post as LANDED (or LANDEXP when the card
      *> had no stock to carry them), since a cost-only change moves
      *> no quantity and so never shows as value on the ledger.
      *> Sales tax posts the same way: the output tax CUSTINV charged
      *> on the day's invoice lines (CustInvoiceLines.txt) as OUTTAX
      *> and the input tax INVMATCH took on the day's matched
      *> supplier invoice lines (SupplierInvoices.txt) as INTAX, each
      *> against its own AccountMap.txt pair.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT LANDED-COST-FILE ASSIGN TO DYNAMIC WS-LANDED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANDED-STATUS.

           SELECT INVOICE-LINE-FILE
               ASSIGN TO DYNAMIC WS-INVOICE-LINE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-LINE-STATUS.

           SELECT SUPPLIER-INVOICE-FILE
               ASSIGN TO DYNAMIC WS-SUP-INVOICE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-INVOICE-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO DYNAMIC WS-POSTING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.
               05 MAP-DEBIT-ACCT PIC 9(6).
               05 MAP-CREDIT-ACCT PIC 9(6).

           FD LANDED-COST-FILE.
           01 LANDED-COST-REC.
               COPY LANDED-COST.

           FD INVOICE-LINE-FILE.
           01 INVOICE-LINE-REC.
               COPY AR-INVOICE-LINE.

           FD SUPPLIER-INVOICE-FILE.
           01 SUPPLIER-INVOICE-REC.
               COPY SUPPLIER-INVOICE.

      *> fixed interface layout the ledger system loads
           FD GL-POSTING-FILE.
           01 GL-POSTING-LINE.

           01 WS-LEDGER-EOF PIC A(1) VALUE "N".
           01 WS-MAP-EOF PIC A(1) VALUE "N".
           01 WS-LANDED-EOF PIC A(1) VALUE "N".
           01 WS-INVOICE-LINE-EOF PIC A(1) VALUE "N".
           01 WS-SUP-INVOICE-EOF PIC A(1) VALUE "N".
           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(4) COMP.

           01 WS-CUR-TYPE PIC X(8).
           01 WS-CUR-BRANCH PIC 9(3).
           01 WS-MOVE-DELTA PIC S9(6)V99.
           01 WS-MOVE-VALUE PIC S9(11)V99.
           01 WS-ABS-VALUE PIC 9(9)V99.
           01 WS-LEDGER-STATUS PIC X(2).
           01 WS-MAP-STATUS PIC X(2).
           01 WS-POSTING-STATUS PIC X(2).
           01 WS-LANDED-PATH PIC X(80).
           01 WS-LANDED-STATUS PIC X(2).
           01 WS-INVOICE-LINE-PATH PIC X(80).
           01 WS-INVOICE-LINE-STATUS PIC X(2).
           01 WS-SUP-INVOICE-PATH PIC X(80).
           01 WS-SUP-INVOICE-STATUS PIC X(2).

       PROCEDURE DIVISION.

               MOVE "C:\Users\25-00229\Desktop\GLPostings.txt"
                   TO WS-POSTING-PATH
           END-IF.
           ACCEPT WS-LANDED-PATH FROM ENVIRONMENT "LANDEDCOST_FILE".
           IF WS-LANDED-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\LandedCost.txt"
                   TO WS-LANDED-PATH
           END-IF.
           ACCEPT WS-INVOICE-LINE-PATH FROM ENVIRONMENT
               "CUSTINV_LINES".
           IF WS-INVOICE-LINE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CustInvoiceLines.txt"
                   TO WS-INVOICE-LINE-PATH
           END-IF.
           ACCEPT WS-SUP-INVOICE-PATH FROM ENVIRONMENT
               "SUPINVENT_INVOICES".
           IF WS-SUP-INVOICE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SupplierInvoices.txt"
                   TO WS-SUP-INVOICE-PATH
           END-IF.
           STRING WS-LEDGER-DIR DELIMITED BY SPACE
               "GLPostings-" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
           END-PERFORM.
           CLOSE LEDGER-FILE.

      *> the landed costs applied on the business date - no file
      *> just means none have ever been captured
           OPEN INPUT LANDED-COST-FILE.
           IF WS-LANDED-STATUS = "00"
               PERFORM UNTIL WS-LANDED-EOF = "Y"
                   READ LANDED-COST-FILE
                       AT END MOVE "Y" TO WS-LANDED-EOF
                       NOT AT END PERFORM TALLY-ONE-CHARGE
                   END-READ
               END-PERFORM
               CLOSE LANDED-COST-FILE
           ELSE
               IF WS-LANDED-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING LANDED COST FILE - STATUS "
                       WS-LANDED-STATUS
                   PERFORM REJECT-THE-EXTRACT
               END-IF
           END-IF.

      *> the sales tax on the day's customer invoices and matched
      *> supplier invoices - no file just means none raised yet
           OPEN INPUT INVOICE-LINE-FILE.
           IF WS-INVOICE-LINE-STATUS = "00"
               PERFORM UNTIL WS-INVOICE-LINE-EOF = "Y"
                   READ INVOICE-LINE-FILE
                       AT END MOVE "Y" TO WS-INVOICE-LINE-EOF
                       NOT AT END PERFORM TALLY-ONE-OUTPUT-TAX
                   END-READ
               END-PERFORM
               CLOSE INVOICE-LINE-FILE
           ELSE
               IF WS-INVOICE-LINE-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING CUSTOMER INVOICE LINES - "
                       "STATUS " WS-INVOICE-LINE-STATUS
                   PERFORM REJECT-THE-EXTRACT
               END-IF
           END-IF.
           OPEN INPUT SUPPLIER-INVOICE-FILE.
           IF WS-SUP-INVOICE-STATUS = "00"
               PERFORM UNTIL WS-SUP-INVOICE-EOF = "Y"
                   READ SUPPLIER-INVOICE-FILE
                       AT END MOVE "Y" TO WS-SUP-INVOICE-EOF
                       NOT AT END PERFORM TALLY-ONE-INPUT-TAX
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-INVOICE-FILE
           ELSE
               IF WS-SUP-INVOICE-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING SUPPLIER INVOICES - "
                       "STATUS " WS-SUP-INVOICE-STATUS
                   PERFORM REJECT-THE-EXTRACT
               END-IF
           END-IF.

      *> one debit and one credit line per non-zero total - a total
      *> with no account mapping rejects the whole extract
           OPEN OUTPUT GL-POSTING-FILE.
               WHEN 3 MOVE "TRANSFER" TO WS-CUR-TYPE
               WHEN 4 MOVE "ADJUST" TO WS-CUR-TYPE
               WHEN 5 MOVE "XFER IN" TO WS-CUR-TYPE
      *> a customer return is a negative sale - it nets off the
      *> branch's SELL posting instead of landing in adjustments
               WHEN 6 MOVE "SELL" TO WS-CUR-TYPE
      *> goods sent back to the supplier reverse the purchase - the
      *> negative value swaps the BUY pair onto the supplier's side
               WHEN 7 MOVE "BUY" TO WS-CUR-TYPE
      *> an assembly moves value between the component and kit
      *> cards of one branch - what is left over is the difference
      *> between the components taken and the kits valued at their
      *> rolled-up cost, posted to the branch's own ASSEMBLY pair
               WHEN 8 MOVE "ASSEMBLY" TO WS-CUR-TYPE
      *> stock put into or released from quarantine never leaves the
      *> card - there is no value to post
               WHEN 9 EXIT PARAGRAPH
               WHEN OTHER MOVE "OTHER" TO WS-CUR-TYPE
           END-EVALUATE.
           COMPUTE WS-MOVE-DELTA = LG-AFTER-QTY - LG-BEFORE-QTY.
               WS-MOVE-DELTA * LG-UNIT-COST
               ON SIZE ERROR MOVE ZERO TO WS-MOVE-VALUE
           END-COMPUTE.
           MOVE LG-BRANCH TO WS-CUR-BRANCH.
           PERFORM ADD-TO-TYPE-TOTAL.

      *> a charge folded into a card raises the stock value by the
      *> charge itself; one the card could not carry is expensed
       TALLY-ONE-CHARGE.
           IF LC-APPLIED-DATE NOT = WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN LC-APPLIED MOVE "LANDED" TO WS-CUR-TYPE
               WHEN LC-EXPENSED MOVE "LANDEXP" TO WS-CUR-TYPE
               WHEN OTHER EXIT PARAGRAPH
           END-EVALUATE.
           MOVE LC-AMOUNT TO WS-MOVE-VALUE.
           MOVE LC-BRANCH TO WS-CUR-BRANCH.
           PERFORM ADD-TO-TYPE-TOTAL.

      *> a line billed before tax was charged has blank tax columns
       TALLY-ONE-OUTPUT-TAX.
           IF ARL-DATE NOT = WS-RUN-DATE OR
                   ARL-TAX-AMOUNT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE "OUTTAX" TO WS-CUR-TYPE.
           MOVE ARL-TAX-AMOUNT TO WS-MOVE-VALUE.
           MOVE ARL-BRANCH TO WS-CUR-BRANCH.
           PERFORM ADD-TO-TYPE-TOTAL.

       TALLY-ONE-INPUT-TAX.
           IF NOT SI-MATCHED OR SI-MATCH-DATE IS NOT NUMERIC OR
                   SI-TAX-AMOUNT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF SI-MATCH-DATE NOT = WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE "INTAX" TO WS-CUR-TYPE.
           MOVE SI-TAX-AMOUNT TO WS-MOVE-VALUE.
           MOVE SI-BRANCH TO WS-CUR-BRANCH.
           PERFORM ADD-TO-TYPE-TOTAL.

       ADD-TO-TYPE-TOTAL.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                   UNTIL WS-TT-IDX > WS-TOTAL-COUNT
               IF WS-TT-BRANCH (WS-TT-IDX) = WS-CUR-BRANCH AND
                       WS-TT-TYPE (WS-TT-IDX) = WS-CUR-TYPE
                   SET WS-FOUND TO TRUE
                   ADD WS-MOVE-VALUE TO WS-TT-VALUE (WS-TT-IDX)
           IF WS-NOT-FOUND AND WS-TOTAL-COUNT < 400
               ADD 1 TO WS-TOTAL-COUNT
               SET WS-TT-IDX TO WS-TOTAL-COUNT
               MOVE WS-CUR-BRANCH TO WS-TT-BRANCH (WS-TT-IDX)
               MOVE WS-CUR-TYPE TO WS-TT-TYPE (WS-TT-IDX)
               MOVE WS-MOVE-VALUE TO WS-TT-VALUE (WS-TT-IDX)
           END-IF.
