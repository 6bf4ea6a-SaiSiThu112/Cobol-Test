               FILE STATUS IS WS-CLOSING-CURRENT-STATUS.

           *> demand the oversell check could not fill, captured as
           *> open backorders when system parameter BACKORDER is on
           *> (or ASSIGNTWO_BACKORDER=Y overrides it) instead of
           *> evaporating into the exception stream
           SELECT BACKORDER-FILE ASSIGN TO DYNAMIC WS-BACKORDER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-TRANSIT-STATUS.

           *> the lot-level picture of every card - read at start-up,
           *> moved with each posting and written back whole at the
           *> end, reconciled so each card's lots add up to the card
           SELECT STOCK-LOT-FILE ASSIGN TO DYNAMIC WS-STOCK-LOT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-LOT-STATUS.

           *> the reason and date behind every card's quarantined
           *> stock - read at start-up, moved with each hold, release
           *> and write-off and written back whole at the end,
           *> reconciled so each card's holds add up to the card
           SELECT QUARANTINE-FILE ASSIGN TO DYNAMIC WS-QUARANTINE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARANTINE-STATUS.

           *> what each kit product is made of - read at start-up so
           *> an assembly can take its components off their cards
           SELECT KIT-BOM-FILE ASSIGN TO DYNAMIC WS-KIT-BOM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KIT-BOM-STATUS.

           *> freight, duty and other charges LANDCOST has shared out
           *> over received PO lines - the PENDING ones are folded
           *> into the cards' unit cost and the file written back
           SELECT LANDED-COST-FILE ASSIGN TO DYNAMIC WS-LANDED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANDED-STATUS.

           *> transfers whose destination branch fails the
           *> valid-branch check - neither side is posted
           SELECT UNMATCHED-TRANSFER-FILE
                       ==STK-LAST-MOVEMENT==
                           BY ==OLD-LAST-MOVEMENT==
                       ==STK-LAST-MOVE-DATE==
                           BY ==OLD-LAST-MOVE-DATE==
                       ==STK-QUARANTINE-QTY== BY ==OLD-QUARANTINE-QTY==.

           FD NEW-BALANCE-FILE.
           01 NEW-BALANCE.
      *> the incremental mode's high-water mark; blank on records
      *> keyed before capture timestamps existed
               05 NEW-TIMESTAMP PIC 9(14).
      *> why an adjustment moved the card, or why stock was put in
      *> quarantine, from the reason-code table - blank on the other
      *> codes and on older records
               05 NEW-REASON-CODE PIC X(2).
      *> the lot a delivery came in under and the date it goes out
      *> of date - keyed on buys, blank on everything else and on
      *> older records, which land on the card's blank lot
               05 NEW-LOT-NUMBER PIC X(10).
               05 NEW-EXPIRY-DATE PIC 9(8).

           FD OUTPUT-FILE.
      *> the detail, trailer and subtotal layouts live in
      *> nothing, so building the lines here left the FILLER bytes
      *> unprintable and the report lines were lost on the way out
           01 OUTPUTFILE PIC X(70).
           01 OUTPUT-TRAILER-REC PIC X(273).
           01 OUTPUT-SUBTOTAL-REC PIC X(51).

           FD CLOSING-BALANCE-FILE.
                       ==STK-LAST-MOVEMENT==
                           BY ==CLOSING-LAST-MOVEMENT==
                       ==STK-LAST-MOVE-DATE==
                           BY ==CLOSING-LAST-MOVE-DATE==
                       ==STK-QUARANTINE-QTY==
                           BY ==CLOSING-QUARANTINE-QTY==.

           FD TITLE-FILE.
           01 OUTPUTTITLE.
                       ==STK-LAST-MOVEMENT==
                           BY ==ARCHIVE-OLD-LAST-MOVEMENT==
                       ==STK-LAST-MOVE-DATE==
                           BY ==ARCHIVE-OLD-LAST-MOVE-DATE==
                       ==STK-QUARANTINE-QTY==
                           BY ==ARCHIVE-OLD-QUARANTINE-QTY==.

      *> a straight dated copy of today's report, page headings,
      *> subtotals and trailer included, so the reprint reads exactly
      *> like the paper copy - sized to the widest line (the trailer)
           FD OUTPUT-ARCHIVE-FILE.
           01 OUTPUT-ARCHIVE-LINE PIC X(273).

           FD RECON-STATUS-FILE.
           01 RECON-STATUS-LINE PIC X(80).
           01 IN-TRANSIT-REC.
               COPY IN-TRANSIT.

           FD STOCK-LOT-FILE.
           01 STOCK-LOT-REC.
               COPY STOCK-LOT.

           FD QUARANTINE-FILE.
           01 QUARANTINE-HOLD-REC.
               COPY QUARANTINE-HOLD.

           FD KIT-BOM-FILE.
           01 KIT-BOM-REC.
               COPY KIT-BOM.

           FD LANDED-COST-FILE.
           01 LANDED-COST-REC.
               COPY LANDED-COST.

           FD PURCHASE-ORDER-FILE.
           01 PURCHASE-ORDER-REC.
               COPY PURCHASE-ORDER.
                       ==STK-LAST-MOVEMENT==
                           BY ==CURRENT-LAST-MOVEMENT==
                       ==STK-LAST-MOVE-DATE==
                           BY ==CURRENT-LAST-MOVE-DATE==
                       ==STK-QUARANTINE-QTY==
                           BY ==CURRENT-QUARANTINE-QTY==.

       WORKING-STORAGE SECTION.

                   10 WS-T-UNIT-COST PIC 9(5)V99.
                   10 WS-T-LAST-MOVEMENT PIC X(8) VALUE SPACES.
                   10 WS-T-LAST-MOVE-DATE PIC 9(8).
      *> the part of WS-T-QUANTITY held in quarantine - on the card
      *> but not available to sell, transfer or consume
                   10 WS-T-QUARANTINE-QTY PIC S9(5)V99.

           01 WS-OLD-COUNT PIC 9(5) COMP VALUE ZERO.

      *> code 5 is the receiving branch confirming a transfer has
      *> physically arrived - generated by XFERCONF, never keyed
                   88 WS-TRAN-XFER-IN VALUE 5.
      *> code 6 is goods a customer brought back against a released
      *> sales order - generated by RETURNENT, never keyed
                   88 WS-TRAN-RETURN VALUE 6.
      *> code 7 is goods sent back to the supplier against a received
      *> purchase order - generated by RTVENT, never keyed
                   88 WS-TRAN-RTV VALUE 7.
      *> code 8 builds kits out of their components per the bill
      *> of materials - a negative quantity breaks kits back down
                   88 WS-TRAN-ASSEMBLY VALUE 8.
      *> code 9 puts stock into quarantine under a reason code - it
      *> stays on the card but is no longer available - and a
      *> negative quantity releases it back to available
                   88 WS-TRAN-QUARANTINE VALUE 9.
               05 WS-NEW-QUANTITY PIC S9(5)V99.
               05 WS-NEW-DEST-BRANCH PIC 9(3).
               05 WS-NEW-TIMESTAMP PIC 9(14).
               05 WS-NEW-REASON-CODE PIC X(2).
               05 WS-NEW-LOT-NUMBER PIC X(10).
               05 WS-NEW-EXPIRY-DATE PIC 9(8).

           01 WS-ENDOFFILE PIC A(1).
           01 WS-ENDOFFILE1 PIC A(1).
           01 WS-TOTAL-BOUGHT PIC S9(6)V99 VALUE ZERO.
           01 WS-TOTAL-TRANSFERRED PIC S9(6)V99 VALUE ZERO.
           01 WS-TOTAL-ADJUSTED PIC S9(6)V99 VALUE ZERO.
           01 WS-TOTAL-RETURNED PIC S9(6)V99 VALUE ZERO.
           01 WS-TOTAL-RTV PIC S9(6)V99 VALUE ZERO.
           01 WS-TOTAL-ASSEMBLED PIC S9(6)V99 VALUE ZERO.
           01 WS-TOTAL-DISASSEMBLED PIC S9(6)V99 VALUE ZERO.
           01 WS-GRAND-ENDING PIC S9(7)V99 VALUE ZERO.

      *> FILE STATUS codes for every file this run opens, so a bad
      *> kept instead of thrown away every night
           01 WS-BACKORDER-SW PIC X(1).
               88 WS-BACKORDER-MODE VALUE "Y".
           01 WS-BACKORDER-IN PIC X(1).
      *> the system parameter lookup - BACKORDER on the master sets
      *> the switch, ASSIGNTWO_BACKORDER still overrides it
           01 WS-PARM-GET.
               COPY PARM-GET-PARM.
           01 WS-BACKORDER-COUNT PIC 9(4) VALUE ZERO.

      *> the reorder alert's mirror: quantity on hand against the
           01 WS-IT-EOF PIC A(1) VALUE "N".
           01 WS-XFER-IN-COST PIC 9(5)V99.

      *> the lot lines behind the cards, loaded from StockLots.txt -
      *> a card can carry several lots, and stock that arrived with
      *> no lot at all sits on its blank lot dated WS-NO-EXPIRY, so
      *> first-expiry-first-out always takes it last
           01 WS-LOT-TABLE.
               05 WS-LOT-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-LOT-COUNT
                       INDEXED BY WS-LOT-IDX.
                   10 WS-LT-BRANCH PIC 9(3).
                   10 WS-LT-PRODUCT PIC 9(2).
                   10 WS-LT-EXPIRY PIC 9(8).
                   10 WS-LT-NUMBER PIC X(10).
                   10 WS-LT-QUANTITY PIC S9(5)V99.
           01 WS-LOT-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-LOT-EOF PIC A(1) VALUE "N".
           01 WS-NO-EXPIRY PIC 9(8) VALUE 99999999.
      *> the lot being moved: whose card, which lot, how much - an
      *> increase is added to it, a decrease is taken off the card's
      *> earliest-expiring lots until WS-LOT-TAKE is used up
           01 WS-LOT-KEY-BRANCH PIC 9(3).
           01 WS-LOT-KEY-PRODUCT PIC 9(2).
           01 WS-LOT-KEY-NUMBER PIC X(10).
           01 WS-LOT-KEY-EXPIRY PIC 9(8).
           01 WS-LOT-MOVE PIC S9(5)V99.
           01 WS-LOT-TAKE PIC S9(5)V99.
           01 WS-LOT-HELD PIC S9(6)V99.
           01 WS-LOT-BEST PIC 9(5) COMP.
      *> the end-of-run reconcile walks the sorted lots alongside the
      *> sorted cards; these mark the current card's run of lots
           01 WS-LOT-NEXT PIC 9(5) COMP.
           01 WS-LOT-FIRST PIC 9(5) COMP.
           01 WS-LOT-LAST PIC 9(5) COMP.
           01 WS-LOT-WALK-END PIC 9(5) COMP.
           01 WS-LOT-ORPHAN-COUNT PIC 9(5) VALUE ZERO.
           01 WS-LOT-FIXED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-LOT-WRITTEN-COUNT PIC 9(5) VALUE ZERO.
           01 WS-STOCK-LOT-PATH PIC X(80).
           01 WS-STOCK-LOT-STATUS PIC X(2).

      *> the quarantine holds behind the cards, loaded from
      *> QuarantineHold.txt - one line per card, reason and day the
      *> stock went in; a release or write-off takes the oldest
      *> line first, so the report's ages stay honest
           01 WS-QH-TABLE.
               05 WS-QH-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-QH-COUNT
                       INDEXED BY WS-QH-IDX.
                   10 WS-QH-BRANCH PIC 9(3).
                   10 WS-QH-PRODUCT PIC 9(2).
                   10 WS-QH-DATE PIC 9(8).
                   10 WS-QH-REASON PIC X(2).
                   10 WS-QH-QUANTITY PIC S9(5)V99.
           01 WS-QH-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-QH-EOF PIC A(1) VALUE "N".
      *> the hold being moved: whose card, which reason (spaces on a
      *> release or trim that may take any reason), how much
           01 WS-QH-KEY-BRANCH PIC 9(3).
           01 WS-QH-KEY-PRODUCT PIC 9(2).
           01 WS-QH-KEY-REASON PIC X(2).
           01 WS-QH-MOVE PIC S9(5)V99.
           01 WS-QH-TAKE PIC S9(5)V99.
           01 WS-QH-HELD PIC S9(6)V99.
           01 WS-QH-DROP PIC S9(6)V99.
           01 WS-QH-BEST PIC 9(5) COMP.
           01 WS-QH-NEXT PIC 9(5) COMP.
           01 WS-QH-FIRST PIC 9(5) COMP.
           01 WS-QH-LAST PIC 9(5) COMP.
           01 WS-QH-WALK-END PIC 9(5) COMP.
           01 WS-QH-FIXED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-QH-ORPHAN-COUNT PIC 9(5) VALUE ZERO.
           01 WS-QH-WRITTEN-COUNT PIC 9(5) VALUE ZERO.
           01 WS-QUARANTINE-PATH PIC X(80).
           01 WS-QUARANTINE-STATUS PIC X(2).
      *> what the card can actually sell, transfer or consume - its
      *> quantity less what is held in quarantine
           01 WS-AVAILABLE PIC S9(6)V99.
           01 WS-TOTAL-QUARANTINED PIC S9(6)V99 VALUE ZERO.
           01 WS-TOTAL-RELEASED PIC S9(6)V99 VALUE ZERO.
           01 WS-TOTAL-WRITTEN-OFF PIC S9(6)V99 VALUE ZERO.

      *> the kit bills of materials from KitBom.txt - empty (every
      *> assembly is refused) when the file is missing
           01 WS-BOM-TABLE.
               05 WS-BOM-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-BOM-COUNT
                       INDEXED BY WS-BOM-IDX.
                   10 WS-BOM-KIT PIC 9(2).
                   10 WS-BOM-COMPONENT PIC 9(2).
                   10 WS-BOM-QUANTITY PIC 9(3)V99.
           01 WS-BOM-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-BOM-EOF PIC A(1) VALUE "N".
           01 WS-KIT-BOM-PATH PIC X(80).
           01 WS-KIT-BOM-STATUS PIC X(2).
      *> one assembly worked out before anything moves: each
      *> component and what its card moves by (negative when it is
      *> consumed, positive when a kit is broken down), so the
      *> whole posting can be refused when any one card is short
           01 WS-KIT-LINE-TABLE.
               05 WS-KL-ENTRY OCCURS 50 TIMES INDEXED BY WS-KL-IDX.
                   10 WS-KL-COMPONENT PIC 9(2).
                   10 WS-KL-MOVE PIC S9(5)V99.
           01 WS-KL-COUNT PIC 9(3) COMP.
           01 WS-KIT-PRODUCT PIC 9(2).
           01 WS-KIT-QTY PIC S9(5)V99.
           01 WS-KIT-LOT-NUMBER PIC X(10).
      *> what the components taken were carried at - the kits come
      *> onto their card at this value
           01 WS-KIT-VALUE PIC S9(9)V99.
           01 WS-KIT-REASON PIC X(20).
           01 WS-KIT-SW PIC X(1).
               88 WS-KIT-CAN-POST VALUE "Y".
               88 WS-KIT-REFUSED VALUE "N".

      *> the whole of LandedCost.txt, held line for line so it can
      *> be written back with today's PENDING lines marked off
           01 WS-LANDED-TABLE.
               05 WS-LC-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-LANDED-COUNT
                       INDEXED BY WS-LC-IDX.
                   10 WS-LC-IMAGE PIC X(70).
           01 WS-LANDED-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-LANDED-EOF PIC A(1) VALUE "N".
           01 WS-LANDED-APPLIED-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-TOTAL-LANDED PIC S9(9)V99 VALUE ZERO.
           01 WS-TOTAL-LANDED-EXPENSED PIC S9(9)V99 VALUE ZERO.
           01 WS-LANDED-PATH PIC X(80).
           01 WS-LANDED-STATUS PIC X(2).

      *> the reorder point and order quantity in force for the card
      *> being written, set by the product lookup in the detail loop
           01 WS-CUR-REORDER-LEVEL PIC 9(5).
               05 FILLER PIC X(5) VALUE SPACES.
               05 FILLER PIC X(14) VALUE "TOTAL ADJUSTED".
               05 TRAILER-TOTAL-ADJUSTED PIC -ZZZZZ9.99.
               05 FILLER PIC X(5) VALUE SPACES.
               05 FILLER PIC X(14) VALUE "TOTAL RETURNED".
               05 TRAILER-TOTAL-RETURNED PIC -ZZZZZ9.99.
               05 FILLER PIC X(5) VALUE SPACES.
               05 FILLER PIC X(17) VALUE "TOTAL TO SUPPLIER".
               05 TRAILER-TOTAL-RTV PIC -ZZZZZ9.99.

      *> fires whenever OUTPUT-BRANCH-CODE changes, one line per branch
           01 WS-OUTPUT-SUBTOTAL.
               MOVE "C:\Users\25-00229\Desktop\OverstockAlert.txt"
                   TO WS-OVERSTOCK-PATH
           END-IF.
           MOVE "BACKORDER" TO PG-NAME.
           CALL "PARMGET" USING WS-PARM-GET.
           IF PG-FOUND
               MOVE PG-SWITCH TO WS-BACKORDER-SW
           END-IF.
           ACCEPT WS-BACKORDER-IN FROM ENVIRONMENT
               "ASSIGNTWO_BACKORDER".
           IF WS-BACKORDER-IN NOT = SPACES
               MOVE WS-BACKORDER-IN TO WS-BACKORDER-SW
               DISPLAY "ASSIGNTWO_BACKORDER IS OVERRIDING SYSTEM "
                   "PARAMETER BACKORDER"
           END-IF.
           ACCEPT WS-BACKORDER-PATH FROM ENVIRONMENT
               "BACKORDER_FILE".
           IF WS-BACKORDER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\InTransit.txt"
                   TO WS-IN-TRANSIT-PATH
           END-IF.
           ACCEPT WS-STOCK-LOT-PATH FROM ENVIRONMENT
               "ASSIGNTWO_STOCKLOTS".
           IF WS-STOCK-LOT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\StockLots.txt"
                   TO WS-STOCK-LOT-PATH
           END-IF.
           ACCEPT WS-QUARANTINE-PATH FROM ENVIRONMENT
               "QUARANTINE_FILE".
           IF WS-QUARANTINE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\QuarantineHold.txt"
                   TO WS-QUARANTINE-PATH
           END-IF.
           ACCEPT WS-KIT-BOM-PATH FROM ENVIRONMENT "KITBOM_FILE".
           IF WS-KIT-BOM-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\KitBom.txt"
                   TO WS-KIT-BOM-PATH
           END-IF.
           ACCEPT WS-LANDED-PATH FROM ENVIRONMENT "LANDEDCOST_FILE".
           IF WS-LANDED-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\LandedCost.txt"
                   TO WS-LANDED-PATH
           END-IF.
           ACCEPT WS-RECON-STATUS-PATH FROM ENVIRONMENT
               "ASSIGNTWO_RECONSTATUS".
           IF WS-RECON-STATUS-PATH = SPACES
                           MOVE ZERO
                               TO WS-T-LAST-MOVE-DATE (WS-OLD-IDX)
                       END-IF
      *> a balance file from before quarantine has nothing held
                       IF OLD-QUARANTINE-QTY IS NUMERIC
                           MOVE OLD-QUARANTINE-QTY
                               TO WS-T-QUARANTINE-QTY (WS-OLD-IDX)
                       ELSE
                           MOVE ZERO
                               TO WS-T-QUARANTINE-QTY (WS-OLD-IDX)
                       END-IF
                       IF WS-OLD-COUNT > WS-RESTART-COUNT
                           MOVE WS-OLD-BRANCH-CODE
                               TO ARCHIVE-OLD-BRANCH-CODE
                               TO ARCHIVE-OLD-LAST-MOVEMENT
                           MOVE WS-T-LAST-MOVE-DATE (WS-OLD-IDX)
                               TO ARCHIVE-OLD-LAST-MOVE-DATE
                           MOVE WS-T-QUARANTINE-QTY (WS-OLD-IDX)
                               TO ARCHIVE-OLD-QUARANTINE-QTY
                           WRITE OLD-BALANCE-ARCHIVE
                           DIVIDE WS-OLD-COUNT BY
                               WS-CHECKPOINT-INTERVAL
           CLOSE CHECKPOINT-FILE.
           MOVE WS-OLD-COUNT TO WS-OLD-BALANCE-COUNT.

      *> the lots behind the opening cards - a missing file is the
      *> first run with lots, and the reconcile at the end of the run
      *> seeds every card's stock onto its blank lot
           OPEN INPUT STOCK-LOT-FILE.
           IF WS-STOCK-LOT-STATUS = "00"
               PERFORM UNTIL WS-LOT-EOF = "Y"
                   READ STOCK-LOT-FILE
                       AT END MOVE "Y" TO WS-LOT-EOF
                       NOT AT END
                           IF WS-LOT-COUNT < 20000
                               ADD 1 TO WS-LOT-COUNT
                               SET WS-LOT-IDX TO WS-LOT-COUNT
                               MOVE LOT-BRANCH-CODE
                                   TO WS-LT-BRANCH (WS-LOT-IDX)
                               MOVE LOT-PRODUCT-CODE
                                   TO WS-LT-PRODUCT (WS-LOT-IDX)
                               MOVE LOT-NUMBER
                                   TO WS-LT-NUMBER (WS-LOT-IDX)
                               IF LOT-EXPIRY-DATE IS NUMERIC AND
                                       LOT-EXPIRY-DATE NOT = ZERO
                                   MOVE LOT-EXPIRY-DATE
                                       TO WS-LT-EXPIRY (WS-LOT-IDX)
                               ELSE
                                   MOVE WS-NO-EXPIRY
                                       TO WS-LT-EXPIRY (WS-LOT-IDX)
                               END-IF
                               MOVE LOT-QUANTITY
                                   TO WS-LT-QUANTITY (WS-LOT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-LOT-FILE
           ELSE
               IF WS-STOCK-LOT-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING STOCK LOT FILE - STATUS "
                       WS-STOCK-LOT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> the quarantine holds behind the opening cards - a missing
      *> file just means nothing has ever been quarantined
           OPEN INPUT QUARANTINE-FILE.
           IF WS-QUARANTINE-STATUS = "00"
               PERFORM UNTIL WS-QH-EOF = "Y"
                   READ QUARANTINE-FILE
                       AT END MOVE "Y" TO WS-QH-EOF
                       NOT AT END
                           IF WS-QH-COUNT < 20000
                               ADD 1 TO WS-QH-COUNT
                               SET WS-QH-IDX TO WS-QH-COUNT
                               MOVE QH-BRANCH-CODE
                                   TO WS-QH-BRANCH (WS-QH-IDX)
                               MOVE QH-PRODUCT-CODE
                                   TO WS-QH-PRODUCT (WS-QH-IDX)
                               MOVE QH-REASON-CODE
                                   TO WS-QH-REASON (WS-QH-IDX)
                               MOVE QH-HELD-DATE
                                   TO WS-QH-DATE (WS-QH-IDX)
                               MOVE QH-QUANTITY
                                   TO WS-QH-QUANTITY (WS-QH-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUARANTINE-FILE
           ELSE
               IF WS-QUARANTINE-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING QUARANTINE FILE - STATUS "
                       WS-QUARANTINE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> the kit bills of materials - a missing file just means no
      *> product is a kit yet
           OPEN INPUT KIT-BOM-FILE.
           IF WS-KIT-BOM-STATUS = "00"
               PERFORM UNTIL WS-BOM-EOF = "Y"
                   READ KIT-BOM-FILE
                       AT END MOVE "Y" TO WS-BOM-EOF
                       NOT AT END
                           IF WS-BOM-COUNT < 5000
                               ADD 1 TO WS-BOM-COUNT
                               SET WS-BOM-IDX TO WS-BOM-COUNT
                               MOVE KB-KIT-PRODUCT
                                   TO WS-BOM-KIT (WS-BOM-IDX)
                               MOVE KB-COMPONENT
                                   TO WS-BOM-COMPONENT (WS-BOM-IDX)
                               MOVE KB-QUANTITY
                                   TO WS-BOM-QUANTITY (WS-BOM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KIT-BOM-FILE
           ELSE
               IF WS-KIT-BOM-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING KIT BILL FILE - STATUS "
                       WS-KIT-BOM-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> the landed-cost lines - a missing file just means no
      *> charges have been captured yet
           OPEN INPUT LANDED-COST-FILE.
           IF WS-LANDED-STATUS = "00"
               PERFORM UNTIL WS-LANDED-EOF = "Y"
                   READ LANDED-COST-FILE
                       AT END MOVE "Y" TO WS-LANDED-EOF
                       NOT AT END
                           IF WS-LANDED-COUNT < 20000
                               ADD 1 TO WS-LANDED-COUNT
                               SET WS-LC-IDX TO WS-LANDED-COUNT
                               MOVE LANDED-COST-REC
                                   TO WS-LC-IMAGE (WS-LC-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LANDED-COST-FILE
           ELSE
               IF WS-LANDED-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING LANDED COST FILE - STATUS "
                       WS-LANDED-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> apply every one of today's transactions against the table
           OPEN INPUT NEW-BALANCE-FILE.
           IF WS-NEW-BALANCE-STATUS NOT = "00"
                           MOVE ZERO TO WS-NEW-TIMESTAMP
                       END-IF
                       MOVE NEW-REASON-CODE TO WS-NEW-REASON-CODE
                       MOVE NEW-LOT-NUMBER TO WS-NEW-LOT-NUMBER
                       IF NEW-EXPIRY-DATE IS NUMERIC AND
                               NEW-EXPIRY-DATE NOT = ZERO
                           MOVE NEW-EXPIRY-DATE TO WS-NEW-EXPIRY-DATE
                       ELSE
                           MOVE WS-NO-EXPIRY TO WS-NEW-EXPIRY-DATE
                       END-IF
                       ADD 1 TO WS-RECORDS-READ
                       ADD 1 TO WS-TRAN-PROCESSED-COUNT


                       MOVE "N" TO WS-POSTED-SW
                       MOVE ZERO TO WS-LEDGER-BEFORE
                       MOVE ZERO TO WS-AVAILABLE
                       IF WS-FOUND
                           MOVE WS-T-QUANTITY (WS-MATCH-IDX)
                               TO WS-LEDGER-BEFORE
      *> quarantined stock is on the card but cannot leave it - every
      *> outgoing check below works from what is available
                           COMPUTE WS-AVAILABLE =
                               WS-T-QUANTITY (WS-MATCH-IDX)
                               - WS-T-QUARANTINE-QTY (WS-MATCH-IDX)
                       END-IF

                       IF WS-FOUND
                           EVALUATE TRUE
                               WHEN WS-TRAN-SELL
                                   COMPUTE WS-SHORTFALL =
                                       WS-NEW-QUANTITY - WS-AVAILABLE
                                   IF WS-SHORTFALL > 0
                      *> selling more than is on hand. With backorder
                      *> capture on, the unfillable portion becomes an
                                               WS-TRAN-RESTART-COUNT
                                           PERFORM WRITE-BACKORDER
                                       END-IF
                                       IF WS-AVAILABLE > 0
                      *> the remainder of the keyed quantity has gone
                      *> to the backorder book - from here on this
                      *> transaction IS the fillable portion
                                           MOVE WS-AVAILABLE
                                               TO WS-NEW-QUANTITY
                                           SUBTRACT WS-NEW-QUANTITY
                                               FROM WS-T-QUANTITY
                                       END-IF
                                   END-PERFORM
                                   COMPUTE WS-SHORTFALL =
                                       WS-NEW-QUANTITY - WS-AVAILABLE
                                   EVALUATE TRUE
                                       WHEN NOT WS-DEST-VALID
                                           IF WS-TRAN-PROCESSED-COUNT >
                                    WS-T-LAST-MOVE-DATE (WS-MATCH-IDX)
                                   ADD 1 TO WS-TRAN-COUNT
                                   SET WS-POSTED TO TRUE
                               WHEN WS-TRAN-RETURN
                      *> a customer return goes back on the card at
                      *> the cost the card already carries - the
                      *> goods left at that cost, so nothing is
                      *> re-averaged the way a buy would be
                                   ADD WS-NEW-QUANTITY TO
                                       WS-T-QUANTITY (WS-MATCH-IDX)
                                   ADD WS-NEW-QUANTITY
                                       TO WS-NET-MOVEMENT
                                   MOVE "RETURN"
                                    TO WS-T-LAST-MOVEMENT (WS-MATCH-IDX)
                                   MOVE WS-RUN-DATE TO
                                    WS-T-LAST-MOVE-DATE (WS-MATCH-IDX)
                                   ADD WS-NEW-QUANTITY
                                       TO WS-TOTAL-RETURNED
                                   ADD 1 TO WS-TRAN-COUNT
                                   SET WS-POSTED TO TRUE
                               WHEN WS-TRAN-RTV
                      *> goods going back to the supplier leave at the
                      *> card's carried cost; the card cannot send
                      *> back more than it has available - recalled
                      *> stock is released out of quarantine first
                                   COMPUTE WS-SHORTFALL =
                                       WS-NEW-QUANTITY - WS-AVAILABLE
                                   IF WS-SHORTFALL > 0
                                       IF WS-TRAN-PROCESSED-COUNT >
                                               WS-TRAN-RESTART-COUNT
                                           PERFORM WRITE-OVER-RETURN
                                       END-IF
                                   ELSE
                                       SUBTRACT WS-NEW-QUANTITY FROM
                                           WS-T-QUANTITY (WS-MATCH-IDX)
                                       SUBTRACT WS-NEW-QUANTITY
                                           FROM WS-NET-MOVEMENT
                                       MOVE "RTV"
                                        TO WS-T-LAST-MOVEMENT
                                           (WS-MATCH-IDX)
                                       MOVE WS-RUN-DATE TO
                                        WS-T-LAST-MOVE-DATE
                                           (WS-MATCH-IDX)
                                       ADD WS-NEW-QUANTITY
                                           TO WS-TOTAL-RTV
                                       ADD 1 TO WS-TRAN-COUNT
                                       SET WS-POSTED TO TRUE
                                   END-IF
                               WHEN WS-TRAN-ADJUSTMENT
                      *> a stock-count adjustment corrects the card to
                      *> what was physically counted
                                       TO WS-TOTAL-ADJUSTED
                                   ADD 1 TO WS-TRAN-COUNT
                                   SET WS-POSTED TO TRUE
                                   IF WS-T-QUARANTINE-QTY (WS-MATCH-IDX)
                                           > ZERO
                                       PERFORM WRITE-OFF-QUARANTINE
                                   END-IF
                               WHEN WS-TRAN-QUARANTINE
                      *> stock held back from sale (or released back
                      *> to it) - it never leaves the card
                                   PERFORM POST-QUARANTINE
                               WHEN WS-TRAN-ASSEMBLY
                      *> kits built from (or broken back into) their
                      *> components - every card moves or none does
                                   PERFORM POST-ASSEMBLY
                               WHEN OTHER
                      *> WS-TRAN-BUY, or any undefined code treated as
                      *> a purchase the way this program always has
                      *> the same overtransfer a zero card reports;
                      *> opening a positive card here would
                      *> manufacture stock at the sender and lose it
                      *> at the receiver. An assembly onto a kit
                      *> with no card yet opens the card itself, and
                      *> a quarantine against no card has nothing to
                      *> hold or release
                           IF WS-TRAN-ASSEMBLY
                               PERFORM POST-ASSEMBLY
                           ELSE
                           IF WS-TRAN-TRANSFER OR WS-TRAN-RTV
                                   OR WS-TRAN-QUARANTINE
                               MOVE WS-NEW-QUANTITY TO WS-SHORTFALL
                               IF WS-TRAN-PROCESSED-COUNT >
                                       WS-TRAN-RESTART-COUNT
                                   EVALUATE TRUE
                                       WHEN WS-TRAN-RTV
                                           PERFORM WRITE-OVER-RETURN
                                       WHEN WS-TRAN-QUARANTINE
                                           PERFORM
                                            WRITE-OVER-QUARANTINE
                                       WHEN OTHER
                                           PERFORM WRITE-OVERTRANSFER
                                   END-EVALUATE
                               END-IF
                           ELSE
                      *> a known branch, but no stock card exists yet
                               ELSE
                                   MOVE WS-INCOMING-COST
                                       TO WS-T-UNIT-COST (WS-OLD-IDX)
      *> a return onto a card that has since been dropped reopens it
      *> at standard cost but is still counted as a return
                                   IF WS-TRAN-RETURN
                                       MOVE "RETURN"
                                        TO WS-T-LAST-MOVEMENT
                                           (WS-OLD-IDX)
                                       ADD WS-NEW-QUANTITY
                                           TO WS-TOTAL-RETURNED
                                   ELSE
                                       MOVE "OPEN"
                                        TO WS-T-LAST-MOVEMENT
                                           (WS-OLD-IDX)
                                       ADD WS-NEW-QUANTITY
                                           TO WS-TOTAL-BOUGHT
                                   END-IF
                               END-IF
                               MOVE WS-RUN-DATE
                                   TO WS-T-LAST-MOVE-DATE (WS-OLD-IDX)
                               SET WS-POSTED TO TRUE
                           END-IF
                           END-IF
                           END-IF
                       END-IF

      *> one ledger line per applied posting - skipped on a resumed
                               FROM WS-MOVEMENT-LEDGER-LINE
                       END-IF

      *> the card moved, so its lots move with it - on every applied
      *> posting, resumed or not, because the lot table is rebuilt
      *> from the opening file on a restart just as the cards are
                       IF WS-POSTED
                           PERFORM APPLY-LOT-MOVEMENT
                       END-IF

                       END-IF

      *> same checkpoint cadence as the old-balance load loop above, so
               END-READ
           END-PERFORM.
           CLOSE NEW-BALANCE-FILE.

      *> landed costs go on after the day's transactions, so charges
      *> keyed against a receipt made today find its buy on the card
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
                   UNTIL WS-LC-IDX > WS-LANDED-COUNT
               MOVE WS-LC-IMAGE (WS-LC-IDX) TO LANDED-COST-REC
               IF LC-PENDING
                   PERFORM APPLY-LANDED-COST
                   MOVE LANDED-COST-REC TO WS-LC-IMAGE (WS-LC-IDX)
               END-IF
           END-PERFORM.
           CLOSE EXCEPTION-FILE.
           CLOSE MOVEMENT-LEDGER-FILE.
           CLOSE UNMATCHED-TRANSFER-FILE.
                   TO CLOSING-LAST-MOVEMENT
               MOVE WS-T-LAST-MOVE-DATE (WS-OLD-IDX)
                   TO CLOSING-LAST-MOVE-DATE
               MOVE WS-T-QUARANTINE-QTY (WS-OLD-IDX)
                   TO CLOSING-QUARANTINE-QTY
               WRITE CLOSING-BALANCE
               MOVE CLOSING-BALANCE TO CLOSING-CURRENT
               WRITE CLOSING-CURRENT
               MOVE WS-VAL-CARD TO VAL-EXT-VALUE
               WRITE VALUATION-LINE FROM WS-VALUATION-DETAIL

      *> flag anything that ended the day with no more than its own
      *> product's reorder point available to sell, with the
      *> quantity to order - quarantined stock does not count, it
      *> may never be sold. A card with an open order line
      *> outstanding keeps quiet, the goods are already on the way
               COMPUTE WS-AVAILABLE = WS-T-QUANTITY (WS-OLD-IDX)
                   - WS-T-QUARANTINE-QTY (WS-OLD-IDX)
               MOVE "N" TO WS-ONORDER-SW
               PERFORM VARYING WS-OO-IDX FROM 1 BY 1
                       UNTIL WS-OO-IDX > WS-ONORDER-COUNT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-AVAILABLE <= WS-CUR-REORDER-LEVEL
                   AND NOT WS-CARD-ON-ORDER
                   MOVE WS-T-BRANCH-CODE (WS-OLD-IDX)
                       TO REORDER-BRANCH-CODE
                   MOVE WS-T-PRODUCT-CODE (WS-OLD-IDX)
                       TO REORDER-PRODUCT-CODE
                   MOVE WS-AVAILABLE TO REORDER-QUANTITY
                   MOVE WS-CUR-REORDER-QTY TO REORDER-SUGGESTED
      *> how fast this card sells and how long what is left will
      *> last - unknown when there is no history for the card
                       END-IF
                   END-PERFORM
                   MOVE WS-CUR-AVG TO REORDER-AVG-SALES
                   IF WS-CUR-AVG > ZERO AND WS-AVAILABLE > ZERO
                       COMPUTE WS-DAYS-LEFT ROUNDED =
                           WS-AVAILABLE / WS-CUR-AVG
                           ON SIZE ERROR MOVE 99999 TO WS-DAYS-LEFT
                       END-COMPUTE
                       MOVE WS-DAYS-LEFT TO REORDER-DAYS-LEFT
                       TO OLD-LAST-MOVEMENT
                   MOVE WS-T-LAST-MOVE-DATE (WS-OLD-IDX)
                       TO OLD-LAST-MOVE-DATE
                   MOVE WS-T-QUARANTINE-QTY (WS-OLD-IDX)
                       TO OLD-QUARANTINE-QTY
                   WRITE OLD-BALANCE
               END-PERFORM
               MOVE "TRAILER " TO TRL-TAG
               WRITE OLD-BALANCE FROM WS-BALANCE-TRAILER
               CLOSE OLD-BALANCE-FILE
           END-IF.

      *> bring every card's lots to the card's closing quantity and
      *> write the lot file back whole for tomorrow's run and for
      *> EXPIRYRPT
           PERFORM RECONCILE-STOCK-LOTS.
           PERFORM WRITE-STOCK-LOTS.
      *> and the quarantine holds to each card's quarantined quantity,
      *> written back whole for tomorrow's run and for QUARRPT
           PERFORM RECONCILE-QUARANTINE-HOLDS.
           PERFORM WRITE-QUARANTINE-HOLDS.
           IF WS-LANDED-APPLIED-COUNT > ZERO
               PERFORM WRITE-LANDED-COSTS
           END-IF.
           CLOSE REORDER-FILE.
           CLOSE OVERSTOCK-FILE.
           CLOSE CSV-FILE.
           MOVE WS-GRAND-ENDING TO TRAILER-GRAND-ENDING.
           MOVE WS-TOTAL-TRANSFERRED TO TRAILER-TOTAL-TRANSFERRED.
           MOVE WS-TOTAL-ADJUSTED TO TRAILER-TOTAL-ADJUSTED.
           MOVE WS-TOTAL-RETURNED TO TRAILER-TOTAL-RETURNED.
           MOVE WS-TOTAL-RTV TO TRAILER-TOTAL-RTV.
           WRITE OUTPUT-TRAILER-REC FROM WS-OUTPUT-TRAILER.
           WRITE OUTPUT-ARCHIVE-LINE FROM WS-OUTPUT-TRAILER.

               " TOTAL BOUGHT " WS-TOTAL-BOUGHT
               " TOTAL TRANSFERRED " WS-TOTAL-TRANSFERRED
               " TOTAL ADJUSTED " WS-TOTAL-ADJUSTED
               " TOTAL RETURNED " WS-TOTAL-RETURNED
               " TOTAL TO SUPPLIER " WS-TOTAL-RTV
               " TOTAL ASSEMBLED " WS-TOTAL-ASSEMBLED
               " TOTAL BROKEN DOWN " WS-TOTAL-DISASSEMBLED
               " TOTAL QUARANTINED " WS-TOTAL-QUARANTINED
               " TOTAL RELEASED " WS-TOTAL-RELEASED
               " QUARANTINE WRITTEN OFF " WS-TOTAL-WRITTEN-OFF
               " LANDED COST ADDED " WS-TOTAL-LANDED
               " LANDED COST EXPENSED " WS-TOTAL-LANDED-EXPENSED
               " ENDING QUANTITY " WS-GRAND-ENDING.
           CLOSE OUTPUT-FILE.

           WRITE EXCEPTION-LINE FROM WS-EXCEPTION-LINE.
           WRITE EXCEPTION-HIST-LINE FROM WS-EXCEPTION-LINE.

      *> a return to the supplier for more than the card holds - the
      *> goods cannot leave a card that never had them
       WRITE-OVER-RETURN.
           MOVE WS-NEW-BRANCH-CODE TO EXCEPTION-BRANCH-CODE.
           MOVE WS-NEW-PRODUCT-CODE TO EXCEPTION-PRODUCT-CODE.
           MOVE WS-SHORTFALL TO EXCEPTION-SHORTFALL.
           MOVE "OVER-RETURN TO SUPP" TO EXCEPTION-REASON.
           WRITE EXCEPTION-LINE FROM WS-EXCEPTION-LINE.
           WRITE EXCEPTION-HIST-LINE FROM WS-EXCEPTION-LINE.

      *> a quarantine for more than the card has available, or a
      *> release of more than is held - nothing is moved either way
       WRITE-OVER-QUARANTINE.
           MOVE WS-NEW-BRANCH-CODE TO EXCEPTION-BRANCH-CODE.
           MOVE WS-NEW-PRODUCT-CODE TO EXCEPTION-PRODUCT-CODE.
           IF WS-SHORTFALL < ZERO
               COMPUTE WS-SHORTFALL = ZERO - WS-SHORTFALL
           END-IF.
           MOVE WS-SHORTFALL TO EXCEPTION-SHORTFALL.
           IF WS-NEW-QUANTITY < ZERO
               MOVE "OVER-RELEASE" TO EXCEPTION-REASON
           ELSE
               MOVE "OVER-QUARANTINE" TO EXCEPTION-REASON
           END-IF.
           WRITE EXCEPTION-LINE FROM WS-EXCEPTION-LINE.
           WRITE EXCEPTION-HIST-LINE FROM WS-EXCEPTION-LINE.

      *> an incremental run met a record with no capture timestamp -
      *> it cannot be placed against the high-water mark, so it is
      *> reported like any other reject instead of vanishing
           WRITE UNMATCHED-HIST-LINE
               FROM WS-UNMATCHED-TRANSFER-LINE.

      *> an assembly (code 8): the bill of materials says what one
      *> kit takes, so WS-NEW-QUANTITY kits take that many times
      *> each component off its card and put the kits on the kit's
      *> card in the one posting - a negative quantity breaks kits
      *> back down and puts the components back. Every card is
      *> checked before any moves, and one short card refuses the
      *> lot. Assembled kits come onto their card at what the
      *> components were carried at, averaged into whatever the
      *> card already held; broken-down components go back at their
      *> own carried cost. Each component card gets its own ledger
      *> line here, and WS-MATCH-IDX is left on the kit card so the
      *> ledger line and lot movement below cover the kit itself
       POST-ASSEMBLY.
           MOVE WS-NEW-PRODUCT-CODE TO WS-KIT-PRODUCT.
           MOVE WS-NEW-QUANTITY TO WS-KIT-QTY.
           MOVE WS-NEW-LOT-NUMBER TO WS-KIT-LOT-NUMBER.
           SET WS-KIT-CAN-POST TO TRUE.
           MOVE ZERO TO WS-KL-COUNT.
           PERFORM VARYING WS-BOM-IDX FROM 1 BY 1
                   UNTIL WS-BOM-IDX > WS-BOM-COUNT
               IF WS-BOM-KIT (WS-BOM-IDX) = WS-KIT-PRODUCT
                       AND WS-KL-COUNT < 50
                   ADD 1 TO WS-KL-COUNT
                   SET WS-KL-IDX TO WS-KL-COUNT
                   MOVE WS-BOM-COMPONENT (WS-BOM-IDX)
                       TO WS-KL-COMPONENT (WS-KL-IDX)
                   COMPUTE WS-KL-MOVE (WS-KL-IDX) ROUNDED =
                       ZERO - WS-KIT-QTY * WS-BOM-QUANTITY (WS-BOM-IDX)
                       ON SIZE ERROR
                           MOVE ZERO TO WS-KL-MOVE (WS-KL-IDX)
                           SET WS-KIT-REFUSED TO TRUE
                   END-COMPUTE
               END-IF
           END-PERFORM.
           IF WS-KL-COUNT = ZERO
               MOVE WS-KIT-QTY TO WS-SHORTFALL
               MOVE "NO BILL OF MATERIALS" TO WS-KIT-REASON
               PERFORM WRITE-KIT-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           IF WS-KIT-REFUSED
               MOVE WS-KIT-QTY TO WS-SHORTFALL
               MOVE "KIT QUANTITY TOO BIG" TO WS-KIT-REASON
               PERFORM WRITE-KIT-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

      *> breaking kits down needs the kits available on the kit card
           IF WS-KIT-QTY < ZERO
               COMPUTE WS-SHORTFALL = ZERO - WS-KIT-QTY
               IF WS-FOUND
                   COMPUTE WS-SHORTFALL = WS-SHORTFALL
                       - WS-T-QUANTITY (WS-MATCH-IDX)
                       + WS-T-QUARANTINE-QTY (WS-MATCH-IDX)
               END-IF
               IF WS-SHORTFALL > ZERO
                   MOVE "KIT SHORT TO BREAK" TO WS-KIT-REASON
                   PERFORM WRITE-KIT-EXCEPTION
                   SET WS-KIT-REFUSED TO TRUE
               END-IF
           END-IF.
      *> every component being consumed must be on hand - each short
      *> one is reported, so the branch sees the whole problem
           PERFORM VARYING WS-KL-IDX FROM 1 BY 1
                   UNTIL WS-KL-IDX > WS-KL-COUNT
               IF WS-KL-MOVE (WS-KL-IDX) < ZERO
                   PERFORM CHECK-KIT-COMPONENT
               END-IF
           END-PERFORM.
           MOVE WS-KIT-PRODUCT TO WS-NEW-PRODUCT-CODE.
           IF WS-KIT-REFUSED
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-KIT-VALUE.
           MOVE SPACES TO WS-NEW-LOT-NUMBER.
           PERFORM VARYING WS-KL-IDX FROM 1 BY 1
                   UNTIL WS-KL-IDX > WS-KL-COUNT
               PERFORM MOVE-KIT-COMPONENT
           END-PERFORM.
           MOVE WS-KIT-PRODUCT TO WS-NEW-PRODUCT-CODE.
           MOVE WS-KIT-LOT-NUMBER TO WS-NEW-LOT-NUMBER.

      *> the component cards may have shuffled the table, so the kit
      *> card is found again - or opened, the first time a kit is
      *> assembled at the branch
           SET WS-NOT-FOUND TO TRUE.
           PERFORM FIND-CARD-BINARY.
           IF WS-NOT-FOUND
               PERFORM MAKE-ROOM-FOR-CARD
               SET WS-OLD-IDX TO WS-INSERT-AT
               MOVE WS-NEW-BRANCH-CODE TO WS-T-BRANCH-CODE (WS-OLD-IDX)
               MOVE WS-NEW-PRODUCT-CODE
                   TO WS-T-PRODUCT-CODE (WS-OLD-IDX)
               MOVE ZERO TO WS-T-QUANTITY (WS-OLD-IDX)
               MOVE ZERO TO WS-T-UNIT-COST (WS-OLD-IDX)
               SET WS-MATCH-IDX TO WS-OLD-IDX
           END-IF.
           MOVE WS-T-QUANTITY (WS-MATCH-IDX) TO WS-LEDGER-BEFORE.
           ADD WS-KIT-QTY TO WS-T-QUANTITY (WS-MATCH-IDX).
           ADD WS-KIT-QTY TO WS-NET-MOVEMENT.
           IF WS-KIT-QTY < ZERO
               MOVE "DISASSY" TO WS-T-LAST-MOVEMENT (WS-MATCH-IDX)
               SUBTRACT WS-KIT-QTY FROM WS-TOTAL-DISASSEMBLED
           ELSE
               IF WS-T-QUANTITY (WS-MATCH-IDX) > 0
                   COMPUTE WS-T-UNIT-COST (WS-MATCH-IDX) ROUNDED =
                       (WS-LEDGER-BEFORE * WS-T-UNIT-COST (WS-MATCH-IDX)
                       + WS-KIT-VALUE)
                       / WS-T-QUANTITY (WS-MATCH-IDX)
                       ON SIZE ERROR CONTINUE
                   END-COMPUTE
               END-IF
               MOVE "ASSEMBLY" TO WS-T-LAST-MOVEMENT (WS-MATCH-IDX)
               ADD WS-KIT-QTY TO WS-TOTAL-ASSEMBLED
           END-IF.
           MOVE WS-RUN-DATE TO WS-T-LAST-MOVE-DATE (WS-MATCH-IDX).
           ADD 1 TO WS-TRAN-COUNT.
           SET WS-POSTED TO TRUE.

      *> the component at WS-KL-IDX against what its card has
      *> available - a quarantined component cannot go into a kit
       CHECK-KIT-COMPONENT.
           MOVE WS-KL-COMPONENT (WS-KL-IDX) TO WS-NEW-PRODUCT-CODE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM FIND-CARD-BINARY.
           COMPUTE WS-SHORTFALL = ZERO - WS-KL-MOVE (WS-KL-IDX).
           IF WS-FOUND
               COMPUTE WS-SHORTFALL = WS-SHORTFALL
                   - WS-T-QUANTITY (WS-MATCH-IDX)
                   + WS-T-QUARANTINE-QTY (WS-MATCH-IDX)
           END-IF.
           IF WS-SHORTFALL > ZERO
               MOVE "COMPONENT SHORT" TO WS-KIT-REASON
               PERFORM WRITE-KIT-EXCEPTION
               SET WS-KIT-REFUSED TO TRUE
           END-IF.

      *> one component card moved by its share of the assembly, with
      *> its own ledger line and lot movement. Only a breakdown can
      *> meet a component with no card at the branch - it opens at
      *> the master's standard cost, the way a buy would open it
       MOVE-KIT-COMPONENT.
           MOVE WS-KL-COMPONENT (WS-KL-IDX) TO WS-NEW-PRODUCT-CODE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM FIND-CARD-BINARY.
           IF WS-NOT-FOUND
               PERFORM MAKE-ROOM-FOR-CARD
               SET WS-OLD-IDX TO WS-INSERT-AT
               MOVE WS-NEW-BRANCH-CODE TO WS-T-BRANCH-CODE (WS-OLD-IDX)
               MOVE WS-NEW-PRODUCT-CODE
                   TO WS-T-PRODUCT-CODE (WS-OLD-IDX)
               MOVE ZERO TO WS-T-QUANTITY (WS-OLD-IDX)
               MOVE ZERO TO WS-T-UNIT-COST (WS-OLD-IDX)
               PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                       UNTIL WS-PM-IDX > WS-PM-COUNT
                   IF WS-PM-CODE (WS-PM-IDX) = WS-NEW-PRODUCT-CODE
                       MOVE WS-PM-COST (WS-PM-IDX)
                           TO WS-T-UNIT-COST (WS-OLD-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               SET WS-MATCH-IDX TO WS-OLD-IDX
           END-IF.
           MOVE WS-T-QUANTITY (WS-MATCH-IDX) TO WS-LEDGER-BEFORE.
           ADD WS-KL-MOVE (WS-KL-IDX) TO WS-T-QUANTITY (WS-MATCH-IDX).
           ADD WS-KL-MOVE (WS-KL-IDX) TO WS-NET-MOVEMENT.
           COMPUTE WS-KIT-VALUE ROUNDED = WS-KIT-VALUE
               - WS-KL-MOVE (WS-KL-IDX) * WS-T-UNIT-COST (WS-MATCH-IDX).
           IF WS-KIT-QTY < ZERO
               MOVE "DISASSY" TO WS-T-LAST-MOVEMENT (WS-MATCH-IDX)
           ELSE
               MOVE "ASSEMBLY" TO WS-T-LAST-MOVEMENT (WS-MATCH-IDX)
           END-IF.
           MOVE WS-RUN-DATE TO WS-T-LAST-MOVE-DATE (WS-MATCH-IDX).
           IF WS-TRAN-PROCESSED-COUNT > WS-TRAN-RESTART-COUNT
               MOVE WS-NEW-BRANCH-CODE TO LEDGER-BRANCH-CODE
               MOVE WS-NEW-PRODUCT-CODE TO LEDGER-PRODUCT-CODE
               MOVE WS-SELLBUY TO LEDGER-TRAN-CODE
               MOVE WS-KL-MOVE (WS-KL-IDX) TO LEDGER-QUANTITY
               MOVE WS-LEDGER-BEFORE TO LEDGER-BEFORE-QTY
               MOVE WS-T-QUANTITY (WS-MATCH-IDX) TO LEDGER-AFTER-QTY
               MOVE WS-T-UNIT-COST (WS-MATCH-IDX) TO LEDGER-UNIT-COST
               MOVE WS-NEW-REASON-CODE TO LEDGER-REASON-CODE
               WRITE MOVEMENT-LEDGER-LINE FROM WS-MOVEMENT-LEDGER-LINE
           END-IF.
           PERFORM APPLY-LOT-MOVEMENT.

      *> a refused assembly - reported against the product that
      *> stopped it, first time the record is seen only
       WRITE-KIT-EXCEPTION.
           IF WS-TRAN-PROCESSED-COUNT > WS-TRAN-RESTART-COUNT
               MOVE WS-NEW-BRANCH-CODE TO EXCEPTION-BRANCH-CODE
               MOVE WS-NEW-PRODUCT-CODE TO EXCEPTION-PRODUCT-CODE
               MOVE WS-SHORTFALL TO EXCEPTION-SHORTFALL
               MOVE WS-KIT-REASON TO EXCEPTION-REASON
               WRITE EXCEPTION-LINE FROM WS-EXCEPTION-LINE
               WRITE EXCEPTION-HIST-LINE FROM WS-EXCEPTION-LINE
           END-IF.

      *> one PENDING landed-cost line onto its card: the charge
      *> spread over the units on hand raises the carried unit cost,
      *> so the card's value goes up by the charge. A card with no
      *> stock left has nothing to carry it - the line is EXPENSED
      *> for GLEXTRACT to post straight to cost of sales, and shows
      *> on the exception report
       APPLY-LANDED-COST.
           MOVE LC-BRANCH TO WS-NEW-BRANCH-CODE.
           MOVE LC-PRODUCT TO WS-NEW-PRODUCT-CODE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM FIND-CARD-BINARY.
           IF WS-FOUND
               IF WS-T-QUANTITY (WS-MATCH-IDX) > ZERO
                   COMPUTE WS-T-UNIT-COST (WS-MATCH-IDX) ROUNDED =
                       (WS-T-QUANTITY (WS-MATCH-IDX)
                       * WS-T-UNIT-COST (WS-MATCH-IDX) + LC-AMOUNT)
                       / WS-T-QUANTITY (WS-MATCH-IDX)
                       ON SIZE ERROR
                           SET WS-NOT-FOUND TO TRUE
                   END-COMPUTE
               ELSE
                   SET WS-NOT-FOUND TO TRUE
               END-IF
           END-IF.
           IF WS-FOUND
               SET LC-APPLIED TO TRUE
               ADD LC-AMOUNT TO WS-TOTAL-LANDED
           ELSE
               SET LC-EXPENSED TO TRUE
               ADD LC-AMOUNT TO WS-TOTAL-LANDED-EXPENSED
               MOVE LC-BRANCH TO EXCEPTION-BRANCH-CODE
               MOVE LC-PRODUCT TO EXCEPTION-PRODUCT-CODE
               MOVE ZERO TO EXCEPTION-SHORTFALL
               MOVE "LANDED COST EXPENSED" TO EXCEPTION-REASON
               WRITE EXCEPTION-LINE FROM WS-EXCEPTION-LINE
               WRITE EXCEPTION-HIST-LINE FROM WS-EXCEPTION-LINE
           END-IF.
           MOVE WS-RUN-DATE TO LC-APPLIED-DATE.
           ADD 1 TO WS-LANDED-APPLIED-COUNT.

      *> written back whole once the cards are safely on file, so a
      *> run that dies earlier leaves the lines PENDING for the rerun
       WRITE-LANDED-COSTS.
           OPEN OUTPUT LANDED-COST-FILE.
           IF WS-LANDED-STATUS NOT = "00"
               DISPLAY "ERROR WRITING LANDED COST FILE - STATUS "
                   WS-LANDED-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
                   UNTIL WS-LC-IDX > WS-LANDED-COUNT
               WRITE LANDED-COST-REC FROM WS-LC-IMAGE (WS-LC-IDX)
           END-PERFORM.
           CLOSE LANDED-COST-FILE.
           DISPLAY WS-LANDED-APPLIED-COUNT " LANDED COST LINES APPLIED".

      *> hunt the ordered card table by halving: WS-FOUND and
      *> WS-MATCH-IDX when the key is on it, WS-BRANCH-FOUND when
      *> any card for the branch is, and WS-INSERT-AT always left at
                   TO WS-OLD-ENTRY (WS-SHIFT-IDX)
               SUBTRACT 1 FROM WS-SHIFT-IDX
           END-PERFORM.
      *> a new card never starts with anything in quarantine
           MOVE ZERO TO WS-T-QUARANTINE-QTY (WS-INSERT-AT).

      *> park the outgoing side of a posted transfer in the
      *> in-transit file at the sending card's carried cost - the
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *> the card just moved by its closing-less-opening difference:
      *> an increase lands on the lot the transaction named (the
      *> blank lot when it named none), a decrease comes off the
      *> card's earliest-expiring lots first
       APPLY-LOT-MOVEMENT.
           COMPUTE WS-LOT-MOVE =
               WS-T-QUANTITY (WS-MATCH-IDX) - WS-LEDGER-BEFORE.
           MOVE WS-NEW-BRANCH-CODE TO WS-LOT-KEY-BRANCH.
           MOVE WS-NEW-PRODUCT-CODE TO WS-LOT-KEY-PRODUCT.
           IF WS-LOT-MOVE > ZERO
               IF WS-NEW-LOT-NUMBER = SPACES
                   MOVE SPACES TO WS-LOT-KEY-NUMBER
                   MOVE WS-NO-EXPIRY TO WS-LOT-KEY-EXPIRY
               ELSE
                   MOVE WS-NEW-LOT-NUMBER TO WS-LOT-KEY-NUMBER
                   MOVE WS-NEW-EXPIRY-DATE TO WS-LOT-KEY-EXPIRY
               END-IF
               PERFORM ADD-TO-LOT
           END-IF.
           IF WS-LOT-MOVE < ZERO
               COMPUTE WS-LOT-TAKE = ZERO - WS-LOT-MOVE
               PERFORM TAKE-FROM-LOTS-FEFO
           END-IF.

      *> WS-LOT-MOVE onto the keyed lot, opening the lot line when
      *> the card has never held it
       ADD-TO-LOT.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-COUNT
               IF WS-LT-BRANCH (WS-LOT-IDX) = WS-LOT-KEY-BRANCH AND
                       WS-LT-PRODUCT (WS-LOT-IDX) = WS-LOT-KEY-PRODUCT
                       AND WS-LT-NUMBER (WS-LOT-IDX) = WS-LOT-KEY-NUMBER
                   SET WS-FOUND TO TRUE
                   ADD WS-LOT-MOVE TO WS-LT-QUANTITY (WS-LOT-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               IF WS-LOT-COUNT < 20000
                   ADD 1 TO WS-LOT-COUNT
                   SET WS-LOT-IDX TO WS-LOT-COUNT
                   MOVE WS-LOT-KEY-BRANCH TO WS-LT-BRANCH (WS-LOT-IDX)
                   MOVE WS-LOT-KEY-PRODUCT
                       TO WS-LT-PRODUCT (WS-LOT-IDX)
                   MOVE WS-LOT-KEY-NUMBER TO WS-LT-NUMBER (WS-LOT-IDX)
                   MOVE WS-LOT-KEY-EXPIRY TO WS-LT-EXPIRY (WS-LOT-IDX)
                   MOVE WS-LOT-MOVE TO WS-LT-QUANTITY (WS-LOT-IDX)
               ELSE
                   DISPLAY "STOCK LOT TABLE FULL - LOT "
                       WS-LOT-KEY-NUMBER " FOR BRANCH "
                       WS-LOT-KEY-BRANCH " PRODUCT "
                       WS-LOT-KEY-PRODUCT " NOT OPENED"
               END-IF
           END-IF.

      *> first-expiry-first-out: keep taking the card's lot with the
      *> earliest expiry that still holds stock until WS-LOT-TAKE is
      *> used up or the lots run dry - an oversold card's shortfall
      *> is left for the end-of-run reconcile to carry on the blank
      *> lot
       TAKE-FROM-LOTS-FEFO.
           PERFORM UNTIL WS-LOT-TAKE NOT > ZERO
               MOVE ZERO TO WS-LOT-BEST
               PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                       UNTIL WS-LOT-IDX > WS-LOT-COUNT
                   IF WS-LT-BRANCH (WS-LOT-IDX) = WS-LOT-KEY-BRANCH
                           AND WS-LT-PRODUCT (WS-LOT-IDX)
                               = WS-LOT-KEY-PRODUCT
                           AND WS-LT-QUANTITY (WS-LOT-IDX) > ZERO
                       IF WS-LOT-BEST = ZERO
                           SET WS-LOT-BEST TO WS-LOT-IDX
                       ELSE
                           IF WS-LT-EXPIRY (WS-LOT-IDX) <
                                   WS-LT-EXPIRY (WS-LOT-BEST)
                               SET WS-LOT-BEST TO WS-LOT-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-LOT-BEST = ZERO
                   EXIT PERFORM
               END-IF
               IF WS-LT-QUANTITY (WS-LOT-BEST) < WS-LOT-TAKE
                   SUBTRACT WS-LT-QUANTITY (WS-LOT-BEST)
                       FROM WS-LOT-TAKE
                   MOVE ZERO TO WS-LT-QUANTITY (WS-LOT-BEST)
               ELSE
                   SUBTRACT WS-LOT-TAKE
                       FROM WS-LT-QUANTITY (WS-LOT-BEST)
                   MOVE ZERO TO WS-LOT-TAKE
               END-IF
           END-PERFORM.

      *> the card total must equal the sum of its lots. With both
      *> tables in branch/product order the lots are walked once
      *> alongside the cards: a card whose lots fall short has the
      *> difference put on its blank lot (the first run with lots
      *> seeds every card that way), a card whose lots run over has
      *> the excess taken first-expiry-first-out, and lots left with
      *> no card at all are emptied
       RECONCILE-STOCK-LOTS.
           SORT WS-LOT-ENTRY
               ASCENDING KEY WS-LT-BRANCH
               ASCENDING KEY WS-LT-PRODUCT
               ASCENDING KEY WS-LT-EXPIRY
               ASCENDING KEY WS-LT-NUMBER.
           MOVE WS-LOT-COUNT TO WS-LOT-WALK-END.
           MOVE 1 TO WS-LOT-NEXT.
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-COUNT
               PERFORM RECONCILE-ONE-CARD
           END-PERFORM.
           PERFORM UNTIL WS-LOT-NEXT > WS-LOT-WALK-END
               IF WS-LT-QUANTITY (WS-LOT-NEXT) NOT = ZERO
                   ADD 1 TO WS-LOT-ORPHAN-COUNT
                   MOVE ZERO TO WS-LT-QUANTITY (WS-LOT-NEXT)
               END-IF
               ADD 1 TO WS-LOT-NEXT
           END-PERFORM.
           IF WS-LOT-FIXED-COUNT > ZERO
               DISPLAY WS-LOT-FIXED-COUNT " CARDS HAD THEIR LOTS "
                   "BROUGHT BACK TO THE CARD QUANTITY"
           END-IF.
           IF WS-LOT-ORPHAN-COUNT > ZERO
               DISPLAY WS-LOT-ORPHAN-COUNT " STOCK LOTS WITH NO CARD "
                   "BEHIND THEM WERE EMPTIED"
           END-IF.

       RECONCILE-ONE-CARD.
      *> lots keyed ahead of this card belong to no card at all
           PERFORM UNTIL WS-LOT-NEXT > WS-LOT-WALK-END
               IF WS-LT-BRANCH (WS-LOT-NEXT) >
                       WS-T-BRANCH-CODE (WS-OLD-IDX)
                   EXIT PERFORM
               END-IF
               IF WS-LT-BRANCH (WS-LOT-NEXT) =
                       WS-T-BRANCH-CODE (WS-OLD-IDX) AND
                       WS-LT-PRODUCT (WS-LOT-NEXT) NOT <
                       WS-T-PRODUCT-CODE (WS-OLD-IDX)
                   EXIT PERFORM
               END-IF
               IF WS-LT-QUANTITY (WS-LOT-NEXT) NOT = ZERO
                   ADD 1 TO WS-LOT-ORPHAN-COUNT
                   MOVE ZERO TO WS-LT-QUANTITY (WS-LOT-NEXT)
               END-IF
               ADD 1 TO WS-LOT-NEXT
           END-PERFORM.
           MOVE WS-LOT-NEXT TO WS-LOT-FIRST.
           MOVE ZERO TO WS-LOT-HELD.
           PERFORM UNTIL WS-LOT-NEXT > WS-LOT-WALK-END
               IF WS-LT-BRANCH (WS-LOT-NEXT) NOT =
                       WS-T-BRANCH-CODE (WS-OLD-IDX) OR
                       WS-LT-PRODUCT (WS-LOT-NEXT) NOT =
                       WS-T-PRODUCT-CODE (WS-OLD-IDX)
                   EXIT PERFORM
               END-IF
               ADD WS-LT-QUANTITY (WS-LOT-NEXT) TO WS-LOT-HELD
               ADD 1 TO WS-LOT-NEXT
           END-PERFORM.
           COMPUTE WS-LOT-LAST = WS-LOT-NEXT - 1.
           IF WS-LOT-HELD = WS-T-QUANTITY (WS-OLD-IDX)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LOT-FIXED-COUNT.
           MOVE WS-T-BRANCH-CODE (WS-OLD-IDX) TO WS-LOT-KEY-BRANCH.
           MOVE WS-T-PRODUCT-CODE (WS-OLD-IDX) TO WS-LOT-KEY-PRODUCT.
           MOVE SPACES TO WS-LOT-KEY-NUMBER.
           MOVE WS-NO-EXPIRY TO WS-LOT-KEY-EXPIRY.
           IF WS-LOT-HELD < WS-T-QUANTITY (WS-OLD-IDX)
               COMPUTE WS-LOT-MOVE =
                   WS-T-QUANTITY (WS-OLD-IDX) - WS-LOT-HELD
               PERFORM ADD-TO-LOT
               EXIT PARAGRAPH
           END-IF.
      *> over: the card's run of lots is already in expiry order, so
      *> taking from the front of the run is first-expiry-first-out
           COMPUTE WS-LOT-TAKE =
               WS-LOT-HELD - WS-T-QUANTITY (WS-OLD-IDX).
           PERFORM VARYING WS-LOT-IDX FROM WS-LOT-FIRST BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-LAST
                      OR WS-LOT-TAKE NOT > ZERO
               IF WS-LT-QUANTITY (WS-LOT-IDX) > ZERO
                   IF WS-LT-QUANTITY (WS-LOT-IDX) < WS-LOT-TAKE
                       SUBTRACT WS-LT-QUANTITY (WS-LOT-IDX)
                           FROM WS-LOT-TAKE
                       MOVE ZERO TO WS-LT-QUANTITY (WS-LOT-IDX)
                   ELSE
                       SUBTRACT WS-LOT-TAKE
                           FROM WS-LT-QUANTITY (WS-LOT-IDX)
                       MOVE ZERO TO WS-LOT-TAKE
                   END-IF
               END-IF
           END-PERFORM.
      *> a card closing below zero has nothing left to take from -
      *> the blank lot carries the negative so the two still agree
           IF WS-LOT-TAKE > ZERO
               COMPUTE WS-LOT-MOVE = ZERO - WS-LOT-TAKE
               PERFORM ADD-TO-LOT
           END-IF.

      *> the reconcile may have opened blank lots past the sorted
      *> run, so the table is put back in order before it is written;
      *> emptied lots are dropped
       WRITE-STOCK-LOTS.
           SORT WS-LOT-ENTRY
               ASCENDING KEY WS-LT-BRANCH
               ASCENDING KEY WS-LT-PRODUCT
               ASCENDING KEY WS-LT-EXPIRY
               ASCENDING KEY WS-LT-NUMBER.
           OPEN OUTPUT STOCK-LOT-FILE.
           IF WS-STOCK-LOT-STATUS NOT = "00"
               DISPLAY "ERROR WRITING STOCK LOT FILE - STATUS "
                   WS-STOCK-LOT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-COUNT
               IF WS-LT-QUANTITY (WS-LOT-IDX) NOT = ZERO
                   MOVE WS-LT-BRANCH (WS-LOT-IDX) TO LOT-BRANCH-CODE
                   MOVE WS-LT-PRODUCT (WS-LOT-IDX) TO LOT-PRODUCT-CODE
                   MOVE WS-LT-NUMBER (WS-LOT-IDX) TO LOT-NUMBER
                   MOVE WS-LT-EXPIRY (WS-LOT-IDX) TO LOT-EXPIRY-DATE
                   MOVE WS-LT-QUANTITY (WS-LOT-IDX) TO LOT-QUANTITY
                   WRITE STOCK-LOT-REC
                   ADD 1 TO WS-LOT-WRITTEN-COUNT
               END-IF
           END-PERFORM.
           CLOSE STOCK-LOT-FILE.
           DISPLAY WS-LOT-WRITTEN-COUNT " STOCK LOTS ON FILE".

      *> a quarantine (code 9): a positive quantity puts that much of
      *> the card's available stock on hold under the reason keyed,
      *> a negative one releases it again - off the keyed reason's
      *> holds, or off any reason when none was keyed, oldest first.
      *> The stock never leaves the card, so its quantity, cost and
      *> last movement all stay as they were; only what the card may
      *> sell changes, and the ledger line shows before = after
       POST-QUARANTINE.
           MOVE WS-NEW-BRANCH-CODE TO WS-QH-KEY-BRANCH.
           MOVE WS-NEW-PRODUCT-CODE TO WS-QH-KEY-PRODUCT.
           MOVE WS-NEW-REASON-CODE TO WS-QH-KEY-REASON.
           IF WS-NEW-QUANTITY > ZERO
               COMPUTE WS-SHORTFALL = WS-NEW-QUANTITY - WS-AVAILABLE
               IF WS-SHORTFALL > 0
                   IF WS-TRAN-PROCESSED-COUNT > WS-TRAN-RESTART-COUNT
                       PERFORM WRITE-OVER-QUARANTINE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD WS-NEW-QUANTITY
                   TO WS-T-QUARANTINE-QTY (WS-MATCH-IDX)
               MOVE WS-NEW-QUANTITY TO WS-QH-MOVE
               PERFORM ADD-QUARANTINE-HOLD
               ADD WS-NEW-QUANTITY TO WS-TOTAL-QUARANTINED
           ELSE
               COMPUTE WS-QH-TAKE = ZERO - WS-NEW-QUANTITY
               PERFORM SUM-QUARANTINE-HOLDS
               IF WS-QH-HELD > WS-T-QUARANTINE-QTY (WS-MATCH-IDX)
                   MOVE WS-T-QUARANTINE-QTY (WS-MATCH-IDX)
                       TO WS-QH-HELD
               END-IF
               IF WS-QH-TAKE > WS-QH-HELD
                   COMPUTE WS-SHORTFALL = WS-QH-TAKE - WS-QH-HELD
                   IF WS-TRAN-PROCESSED-COUNT > WS-TRAN-RESTART-COUNT
                       PERFORM WRITE-OVER-QUARANTINE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT WS-QH-TAKE
                   FROM WS-T-QUARANTINE-QTY (WS-MATCH-IDX)
               ADD WS-QH-TAKE TO WS-TOTAL-RELEASED
               PERFORM TAKE-QUARANTINE-HOLDS
           END-IF.
           ADD 1 TO WS-TRAN-COUNT.
           SET WS-POSTED TO TRUE.

      *> a count adjustment on a card with stock in quarantine. When
      *> the count finds less than the card held and the adjustment
      *> carries the reason the stock was held under, the missing
      *> stock is written off those holds first - goods held as
      *> damaged and then counted out as damaged have been thrown
      *> away. Whatever the count leaves, a card can never hold more
      *> in quarantine than it holds at all; any excess comes off the
      *> oldest holds
       WRITE-OFF-QUARANTINE.
           MOVE WS-NEW-BRANCH-CODE TO WS-QH-KEY-BRANCH.
           MOVE WS-NEW-PRODUCT-CODE TO WS-QH-KEY-PRODUCT.
           MOVE ZERO TO WS-QH-DROP.
           COMPUTE WS-QH-TAKE =
               WS-LEDGER-BEFORE - WS-T-QUANTITY (WS-MATCH-IDX)
               ON SIZE ERROR MOVE ZERO TO WS-QH-TAKE
           END-COMPUTE.
           IF WS-QH-TAKE > ZERO AND WS-NEW-REASON-CODE NOT = SPACES
               MOVE WS-NEW-REASON-CODE TO WS-QH-KEY-REASON
               PERFORM SUM-QUARANTINE-HOLDS
               IF WS-QH-HELD > WS-T-QUARANTINE-QTY (WS-MATCH-IDX)
                   MOVE WS-T-QUARANTINE-QTY (WS-MATCH-IDX)
                       TO WS-QH-HELD
               END-IF
               IF WS-QH-TAKE > WS-QH-HELD
                   MOVE WS-QH-HELD TO WS-QH-TAKE
               END-IF
               ADD WS-QH-TAKE TO WS-QH-DROP
               SUBTRACT WS-QH-TAKE
                   FROM WS-T-QUARANTINE-QTY (WS-MATCH-IDX)
               PERFORM TAKE-QUARANTINE-HOLDS
           END-IF.
           IF WS-T-QUANTITY (WS-MATCH-IDX) > ZERO
               COMPUTE WS-QH-TAKE =
                   WS-T-QUARANTINE-QTY (WS-MATCH-IDX)
                   - WS-T-QUANTITY (WS-MATCH-IDX)
           ELSE
               MOVE WS-T-QUARANTINE-QTY (WS-MATCH-IDX) TO WS-QH-TAKE
           END-IF.
           IF WS-QH-TAKE > ZERO
               MOVE SPACES TO WS-QH-KEY-REASON
               ADD WS-QH-TAKE TO WS-QH-DROP
               SUBTRACT WS-QH-TAKE
                   FROM WS-T-QUARANTINE-QTY (WS-MATCH-IDX)
               PERFORM TAKE-QUARANTINE-HOLDS
           END-IF.
           ADD WS-QH-DROP TO WS-TOTAL-WRITTEN-OFF.

      *> WS-QH-MOVE onto the keyed card's hold for the keyed reason
      *> made today, opening the line when there is none yet
       ADD-QUARANTINE-HOLD.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-QH-IDX FROM 1 BY 1
                   UNTIL WS-QH-IDX > WS-QH-COUNT
               IF WS-QH-BRANCH (WS-QH-IDX) = WS-QH-KEY-BRANCH AND
                       WS-QH-PRODUCT (WS-QH-IDX) = WS-QH-KEY-PRODUCT
                       AND WS-QH-REASON (WS-QH-IDX) = WS-QH-KEY-REASON
                       AND WS-QH-DATE (WS-QH-IDX) = WS-RUN-DATE
                   SET WS-FOUND TO TRUE
                   ADD WS-QH-MOVE TO WS-QH-QUANTITY (WS-QH-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               IF WS-QH-COUNT < 20000
                   ADD 1 TO WS-QH-COUNT
                   SET WS-QH-IDX TO WS-QH-COUNT
                   MOVE WS-QH-KEY-BRANCH TO WS-QH-BRANCH (WS-QH-IDX)
                   MOVE WS-QH-KEY-PRODUCT TO WS-QH-PRODUCT (WS-QH-IDX)
                   MOVE WS-QH-KEY-REASON TO WS-QH-REASON (WS-QH-IDX)
                   MOVE WS-RUN-DATE TO WS-QH-DATE (WS-QH-IDX)
                   MOVE WS-QH-MOVE TO WS-QH-QUANTITY (WS-QH-IDX)
               ELSE
                   DISPLAY "QUARANTINE HOLD TABLE FULL - BRANCH "
                       WS-QH-KEY-BRANCH " PRODUCT " WS-QH-KEY-PRODUCT
                       " REASON " WS-QH-KEY-REASON " NOT OPENED"
               END-IF
           END-IF.

      *> what the keyed card holds in quarantine under the keyed
      *> reason - under every reason when the key is spaces
       SUM-QUARANTINE-HOLDS.
           MOVE ZERO TO WS-QH-HELD.
           PERFORM VARYING WS-QH-IDX FROM 1 BY 1
                   UNTIL WS-QH-IDX > WS-QH-COUNT
               IF WS-QH-BRANCH (WS-QH-IDX) = WS-QH-KEY-BRANCH AND
                       WS-QH-PRODUCT (WS-QH-IDX) = WS-QH-KEY-PRODUCT
                       AND WS-QH-QUANTITY (WS-QH-IDX) > ZERO
                       AND (WS-QH-KEY-REASON = SPACES OR
                       WS-QH-REASON (WS-QH-IDX) = WS-QH-KEY-REASON)
                   ADD WS-QH-QUANTITY (WS-QH-IDX) TO WS-QH-HELD
               END-IF
           END-PERFORM.

      *> oldest first: keep taking the keyed card's earliest hold for
      *> the keyed reason (any reason on spaces) until WS-QH-TAKE is
      *> used up or the holds run dry - whatever is left over is for
      *> the end-of-run reconcile to settle
       TAKE-QUARANTINE-HOLDS.
           PERFORM UNTIL WS-QH-TAKE NOT > ZERO
               MOVE ZERO TO WS-QH-BEST
               PERFORM VARYING WS-QH-IDX FROM 1 BY 1
                       UNTIL WS-QH-IDX > WS-QH-COUNT
                   IF WS-QH-BRANCH (WS-QH-IDX) = WS-QH-KEY-BRANCH
                           AND WS-QH-PRODUCT (WS-QH-IDX)
                               = WS-QH-KEY-PRODUCT
                           AND WS-QH-QUANTITY (WS-QH-IDX) > ZERO
                           AND (WS-QH-KEY-REASON = SPACES OR
                           WS-QH-REASON (WS-QH-IDX) = WS-QH-KEY-REASON)
                       IF WS-QH-BEST = ZERO
                           SET WS-QH-BEST TO WS-QH-IDX
                       ELSE
                           IF WS-QH-DATE (WS-QH-IDX) <
                                   WS-QH-DATE (WS-QH-BEST)
                               SET WS-QH-BEST TO WS-QH-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-QH-BEST = ZERO
                   EXIT PERFORM
               END-IF
               IF WS-QH-QUANTITY (WS-QH-BEST) < WS-QH-TAKE
                   SUBTRACT WS-QH-QUANTITY (WS-QH-BEST)
                       FROM WS-QH-TAKE
                   MOVE ZERO TO WS-QH-QUANTITY (WS-QH-BEST)
               ELSE
                   SUBTRACT WS-QH-TAKE
                       FROM WS-QH-QUANTITY (WS-QH-BEST)
                   MOVE ZERO TO WS-QH-TAKE
               END-IF
           END-PERFORM.

      *> the card's quarantined quantity must equal the sum of its
      *> holds - the same single walk as the lots. A card whose holds
      *> fall short has the difference held under a blank reason from
      *> today (the first run with holds seeds every card that way),
      *> a card whose holds run over has the excess taken oldest
      *> first, and holds left with no card at all are emptied
       RECONCILE-QUARANTINE-HOLDS.
           SORT WS-QH-ENTRY
               ASCENDING KEY WS-QH-BRANCH
               ASCENDING KEY WS-QH-PRODUCT
               ASCENDING KEY WS-QH-DATE
               ASCENDING KEY WS-QH-REASON.
           MOVE WS-QH-COUNT TO WS-QH-WALK-END.
           MOVE 1 TO WS-QH-NEXT.
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-COUNT
               PERFORM RECONCILE-ONE-CARD-HOLDS
           END-PERFORM.
           PERFORM UNTIL WS-QH-NEXT > WS-QH-WALK-END
               IF WS-QH-QUANTITY (WS-QH-NEXT) NOT = ZERO
                   ADD 1 TO WS-QH-ORPHAN-COUNT
                   MOVE ZERO TO WS-QH-QUANTITY (WS-QH-NEXT)
               END-IF
               ADD 1 TO WS-QH-NEXT
           END-PERFORM.
           IF WS-QH-FIXED-COUNT > ZERO
               DISPLAY WS-QH-FIXED-COUNT " CARDS HAD THEIR QUARANTINE "
                   "HOLDS BROUGHT BACK TO THE CARD"
           END-IF.
           IF WS-QH-ORPHAN-COUNT > ZERO
               DISPLAY WS-QH-ORPHAN-COUNT " QUARANTINE HOLDS WITH NO "
                   "CARD BEHIND THEM WERE EMPTIED"
           END-IF.

       RECONCILE-ONE-CARD-HOLDS.
      *> holds keyed ahead of this card belong to no card at all
           PERFORM UNTIL WS-QH-NEXT > WS-QH-WALK-END
               IF WS-QH-BRANCH (WS-QH-NEXT) >
                       WS-T-BRANCH-CODE (WS-OLD-IDX)
                   EXIT PERFORM
               END-IF
               IF WS-QH-BRANCH (WS-QH-NEXT) =
                       WS-T-BRANCH-CODE (WS-OLD-IDX) AND
                       WS-QH-PRODUCT (WS-QH-NEXT) NOT <
                       WS-T-PRODUCT-CODE (WS-OLD-IDX)
                   EXIT PERFORM
               END-IF
               IF WS-QH-QUANTITY (WS-QH-NEXT) NOT = ZERO
                   ADD 1 TO WS-QH-ORPHAN-COUNT
                   MOVE ZERO TO WS-QH-QUANTITY (WS-QH-NEXT)
               END-IF
               ADD 1 TO WS-QH-NEXT
           END-PERFORM.
           MOVE WS-QH-NEXT TO WS-QH-FIRST.
           MOVE ZERO TO WS-QH-HELD.
           PERFORM UNTIL WS-QH-NEXT > WS-QH-WALK-END
               IF WS-QH-BRANCH (WS-QH-NEXT) NOT =
                       WS-T-BRANCH-CODE (WS-OLD-IDX) OR
                       WS-QH-PRODUCT (WS-QH-NEXT) NOT =
                       WS-T-PRODUCT-CODE (WS-OLD-IDX)
                   EXIT PERFORM
               END-IF
               ADD WS-QH-QUANTITY (WS-QH-NEXT) TO WS-QH-HELD
               ADD 1 TO WS-QH-NEXT
           END-PERFORM.
           COMPUTE WS-QH-LAST = WS-QH-NEXT - 1.
           IF WS-QH-HELD = WS-T-QUARANTINE-QTY (WS-OLD-IDX)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QH-FIXED-COUNT.
           IF WS-QH-HELD < WS-T-QUARANTINE-QTY (WS-OLD-IDX)
               MOVE WS-T-BRANCH-CODE (WS-OLD-IDX) TO WS-QH-KEY-BRANCH
               MOVE WS-T-PRODUCT-CODE (WS-OLD-IDX)
                   TO WS-QH-KEY-PRODUCT
               MOVE SPACES TO WS-QH-KEY-REASON
               COMPUTE WS-QH-MOVE =
                   WS-T-QUARANTINE-QTY (WS-OLD-IDX) - WS-QH-HELD
               PERFORM ADD-QUARANTINE-HOLD
               EXIT PARAGRAPH
           END-IF.
      *> over: the card's run of holds is already in date order, so
      *> taking from the front of the run is oldest first
           COMPUTE WS-QH-TAKE =
               WS-QH-HELD - WS-T-QUARANTINE-QTY (WS-OLD-IDX).
           PERFORM VARYING WS-QH-IDX FROM WS-QH-FIRST BY 1
                   UNTIL WS-QH-IDX > WS-QH-LAST
                      OR WS-QH-TAKE NOT > ZERO
               IF WS-QH-QUANTITY (WS-QH-IDX) > ZERO
                   IF WS-QH-QUANTITY (WS-QH-IDX) < WS-QH-TAKE
                       SUBTRACT WS-QH-QUANTITY (WS-QH-IDX)
                           FROM WS-QH-TAKE
                       MOVE ZERO TO WS-QH-QUANTITY (WS-QH-IDX)
                   ELSE
                       SUBTRACT WS-QH-TAKE
                           FROM WS-QH-QUANTITY (WS-QH-IDX)
                       MOVE ZERO TO WS-QH-TAKE
                   END-IF
               END-IF
           END-PERFORM.

      *> written back in card and date order; emptied holds are
      *> dropped
       WRITE-QUARANTINE-HOLDS.
           SORT WS-QH-ENTRY
               ASCENDING KEY WS-QH-BRANCH
               ASCENDING KEY WS-QH-PRODUCT
               ASCENDING KEY WS-QH-DATE
               ASCENDING KEY WS-QH-REASON.
           OPEN OUTPUT QUARANTINE-FILE.
           IF WS-QUARANTINE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING QUARANTINE HOLD FILE - STATUS "
                   WS-QUARANTINE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-QH-IDX FROM 1 BY 1
                   UNTIL WS-QH-IDX > WS-QH-COUNT
               IF WS-QH-QUANTITY (WS-QH-IDX) NOT = ZERO
                   MOVE WS-QH-BRANCH (WS-QH-IDX) TO QH-BRANCH-CODE
                   MOVE WS-QH-PRODUCT (WS-QH-IDX) TO QH-PRODUCT-CODE
                   MOVE WS-QH-REASON (WS-QH-IDX) TO QH-REASON-CODE
                   MOVE WS-QH-DATE (WS-QH-IDX) TO QH-HELD-DATE
                   MOVE WS-QH-QUANTITY (WS-QH-IDX) TO QH-QUANTITY
                   WRITE QUARANTINE-HOLD-REC
                   ADD 1 TO WS-QH-WRITTEN-COUNT
               END-IF
           END-PERFORM.
           CLOSE QUARANTINE-FILE.
           DISPLAY WS-QH-WRITTEN-COUNT " QUARANTINE HOLDS ON FILE".

       END PROGRAM AssignTwo.
