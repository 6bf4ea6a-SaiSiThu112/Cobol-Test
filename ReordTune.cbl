       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDTUNE.

      *> reorder-level tuning off the sales actually made, so the
      *> reorder alert and REBALANCE stop running on the guesses
      *> keyed into PRODMAINT the day a product was set up. Two
      *> modes, picked on the command line:
      *>   YYYYMMDD YYYYMMDD  (the TURNOVER convention) - the
      *>     proposal run. Every dated movement ledger in the range
      *>     is read for its SELL lines, and each product's daily
      *>     sales per card give a rate and a spread. With the lead
      *>     days of the product's supplier (SupplierMaster.txt)
      *>     that becomes a recommended reorder point (lead-time
      *>     demand plus safety stock), order quantity (an order
      *>     cycle's demand, rounded up to whole packs) and ceiling
      *>     (the two together). The report shows current against
      *>     recommended for every product; the lines that would
      *>     change go to ReorderProposal.txt for the buyer.
      *>   APPLY - walks ReorderProposal.txt line by line, the
      *>     buyer accepts or skips each one, and the accepted lines
      *>     are written to the product master with the before and
      *>     after images on the shared change journal, the way
      *>     PRODMAINT does it. A line whose master values have
      *>     moved since the proposal was made is not applied.
      *> Inactive and run-down products are never tuned, and a
      *> product that sold nothing in the range keeps its levels.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO DYNAMIC WS-PRODUCT-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT SUPPLIER-MASTER-FILE
               ASSIGN TO DYNAMIC WS-SUPPLIER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT PROPOSAL-FILE ASSIGN TO DYNAMIC WS-PROPOSAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CHANGE-JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> the movement ledger as AssignTwo writes it
           FD LEDGER-FILE.
           01 LEDGER-REC.
               05 LG-BRANCH PIC 9(3).
               05 FILLER PIC X(3).
               05 LG-PRODUCT PIC 9(2).
               05 FILLER PIC X(3).
               05 LG-TRAN-CODE PIC 9(1).
               05 FILLER PIC X(3).
               05 LG-QUANTITY PIC S9(5)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
               05 FILLER PIC X(44).

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-LINE.
               COPY PRODUCT-MASTER.

           FD SUPPLIER-MASTER-FILE.
           01 SUPPLIER-MASTER-LINE.
               COPY SUPPLIER-MASTER.

      *> one product the proposal run would change: what the master
      *> said when the proposal was made, what it recommends, and
      *> the range of history it was worked out from
           FD PROPOSAL-FILE.
           01 PROPOSAL-LINE.
               05 RP-PRODUCT PIC 9(2).
               05 RP-CUR-LEVEL PIC 9(5).
               05 RP-CUR-QTY PIC 9(5).
               05 RP-CUR-MAX PIC 9(5).
               05 RP-REC-LEVEL PIC 9(5).
               05 RP-REC-QTY PIC 9(5).
               05 RP-REC-MAX PIC 9(5).
               05 RP-START-DATE PIC 9(8).
               05 RP-END-DATE PIC 9(8).

           FD REPORT-FILE.
           01 REPORT-LINE PIC X(110).

           FD CHANGE-JOURNAL-FILE.
           01 CHANGE-JOURNAL-REC.
               COPY CHANGE-JOURNAL.

       WORKING-STORAGE SECTION.
      *> the whole product master, held the PRODMAINT way so APPLY
      *> can write it back field for field
           01 WS-PRODUCT-TABLE.
               05 WS-PM-ENTRY OCCURS 200 TIMES INDEXED BY WS-PM-IDX.
                   10 WS-PM-CODE PIC 9(2).
                   10 WS-PM-DESC PIC X(20).
                   10 WS-PM-COST PIC 9(5)V99.
                   10 WS-PM-REORDER-LEVEL PIC 9(5).
                   10 WS-PM-REORDER-QTY PIC 9(5).
                   10 WS-PM-SUPPLIER PIC 9(3).
                   10 WS-PM-STATUS PIC X(1).
                   10 WS-PM-SELL-PRICE PIC 9(5)V99.
                   10 WS-PM-MAX-LEVEL PIC 9(5).
                   10 WS-PM-UNITS-PER-PACK PIC 9(3).
                   10 WS-PM-TAX-CODE PIC X(1).
      *> the history gathered against each product: units sold, the
      *> sum of the squares of each card's daily sales, and how
      *> many cards carried it
                   10 WS-PM-SOLD PIC S9(9)V99.
                   10 WS-PM-SUMSQ PIC S9(15)V99.
                   10 WS-PM-CARDS PIC 9(4).
           01 WS-PRODUCT-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-SUPPLIER-TABLE.
               05 WS-SM-ENTRY OCCURS 200 TIMES INDEXED BY WS-SM-IDX.
                   10 WS-SM-CODE PIC 9(3).
                   10 WS-SM-LEAD PIC 9(3).
           01 WS-SUPPLIER-COUNT PIC 9(4) COMP VALUE ZERO.

      *> every branch/product card seen in the range, so a card that
      *> sold nothing on a day still counts as a zero that day
           01 WS-CARD-TABLE.
               05 WS-CD-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-CARD-COUNT
                       INDEXED BY WS-CD-IDX.
                   10 WS-CD-BRANCH PIC 9(3).
                   10 WS-CD-PRODUCT PIC 9(2).
           01 WS-CARD-COUNT PIC 9(5) COMP VALUE ZERO.

      *> one day's sales per card, folded into the product totals
      *> when the day's ledger is done
           01 WS-DAY-TABLE.
               05 WS-DY-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-DAY-COUNT
                       INDEXED BY WS-DY-IDX.
                   10 WS-DY-BRANCH PIC 9(3).
                   10 WS-DY-PRODUCT PIC 9(2).
                   10 WS-DY-SOLD PIC S9(7)V99.
           01 WS-DAY-COUNT PIC 9(5) COMP VALUE ZERO.

      *> the tuning policy: a 95% service factor on the safety
      *> stock, an order cycle of two weeks' demand, and a week's
      *> lead time for a product whose supplier has none on file
           01 WS-SERVICE-FACTOR PIC 9V99 VALUE 1.65.
           01 WS-CYCLE-DAYS PIC 9(3) VALUE 14.
           01 WS-DEFAULT-LEAD PIC 9(3) VALUE 7.

           01 WS-ARGS PIC X(20).
           01 WS-ARG-FIELDS REDEFINES WS-ARGS.
               05 WS-START-DATE PIC X(8).
               05 FILLER PIC X(1).
               05 WS-END-DATE PIC X(8).
               05 FILLER PIC X(3).

           01 WS-CUR-DATE.
               05 WS-CUR-YEAR PIC 9(4).
               05 WS-CUR-MONTH PIC 9(2).
               05 WS-CUR-DAY PIC 9(2).
           01 WS-CUR-DATE-NUM REDEFINES WS-CUR-DATE PIC 9(8).
           01 WS-END-DATE-NUM PIC 9(8).
           01 WS-START-DATE-NUM PIC 9(8).
           01 WS-MONTH-DAYS-TABLE.
               05 FILLER PIC X(24) VALUE "312831303130313130313031".
           01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
               05 WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).
           01 WS-MONTH-LIMIT PIC 9(2).
           01 WS-LEAP-REM PIC 9(4).
           01 WS-LEAP-QUOT PIC 9(4).

           01 WS-LEDGER-EOF PIC A(1).
           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-SUPPLIER-EOF PIC A(1) VALUE "N".
           01 WS-PROPOSAL-EOF PIC A(1) VALUE "N".
           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(5) COMP.
           01 WS-DAYS-FOUND PIC 9(4) VALUE ZERO.

      *> the arithmetic for one product
           01 WS-OBSERVATIONS PIC 9(9).
           01 WS-DAILY-RATE PIC S9(7)V9(4).
           01 WS-VARIANCE PIC S9(11)V9(4).
           01 WS-STD-DEV PIC S9(7)V9(4).
           01 WS-LEAD-DAYS PIC 9(3).
           01 WS-LEAD-FLAG PIC X(1).
           01 WS-SAFETY-STOCK PIC S9(9)V99.
           01 WS-WORK-QTY PIC S9(9)V99.
           01 WS-PACKS PIC 9(7).
           01 WS-REC-LEVEL PIC 9(5).
           01 WS-REC-QTY PIC 9(5).
           01 WS-REC-MAX PIC 9(5).
           01 WS-NOTE PIC X(24).

           01 WS-RATE-EDIT PIC ZZZ9.99.
           01 WS-SDEV-EDIT PIC ZZZ9.99.
           01 WS-LVL-EDIT PIC ZZZZ9.
           01 WS-OUT-LINE PIC X(110).
           01 WS-PROPOSED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-COUNT-EDIT PIC ZZZ9.

      *> APPLY mode
           01 WS-APPLY-ANS PIC X(1).
           01 WS-STOP-SW PIC A(1) VALUE "N".
               88 WS-STOP-APPLY VALUE "Y".
           01 WS-ACCEPTED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-SKIPPED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-STALE-COUNT PIC 9(4) VALUE ZERO.

      *> the record image the journal carries, built from a table
      *> entry in the master's own layout
           01 WS-JRN-IMAGE-REC.
               COPY PRODUCT-MASTER REPLACING LEADING ==PM== BY ==JP==.
           01 WS-JRN-TAG PIC X(6).
           01 WS-JRN-SOURCE-IDX PIC 9(4) COMP.
           01 WS-OPERATOR-ID PIC X(10).
           01 WS-STAMP-DATE PIC 9(8).
           01 WS-STAMP-TIME PIC 9(8).

           01 WS-DATA-DIR PIC X(60).
           01 WS-LEDGER-PATH PIC X(80).
           01 WS-PRODUCT-MASTER-PATH PIC X(80).
           01 WS-SUPPLIER-PATH PIC X(80).
           01 WS-PROPOSAL-PATH PIC X(80).
           01 WS-REPORT-PATH PIC X(80).
           01 WS-JOURNAL-PATH PIC X(80).
           01 WS-LEDGER-STATUS PIC X(2).
           01 WS-PRODUCT-MASTER-STATUS PIC X(2).
           01 WS-SUPPLIER-STATUS PIC X(2).
           01 WS-PROPOSAL-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).
           01 WS-JOURNAL-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ARGS FROM COMMAND-LINE.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "ASSIGNTWO_DATA_DIR".
           IF WS-DATA-DIR = SPACES
               MOVE "C:\Users\25-00229\Desktop\" TO WS-DATA-DIR
           END-IF.
           ACCEPT WS-PRODUCT-MASTER-PATH FROM ENVIRONMENT
               "ASSIGNTWO_PRODUCTMASTER".
           IF WS-PRODUCT-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ProductMaster.txt"
                   TO WS-PRODUCT-MASTER-PATH
           END-IF.
           ACCEPT WS-SUPPLIER-PATH FROM ENVIRONMENT
               "PURCHSUGG_SUPPLIERMASTER".
           IF WS-SUPPLIER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SupplierMaster.txt"
                   TO WS-SUPPLIER-PATH
           END-IF.
           ACCEPT WS-PROPOSAL-PATH FROM ENVIRONMENT
               "REORDTUNE_PROPOSAL".
           IF WS-PROPOSAL-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ReorderProposal.txt"
                   TO WS-PROPOSAL-PATH
           END-IF.
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "REORDTUNE_REPORT".
           IF WS-REPORT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ReorderTuning.txt"
                   TO WS-REPORT-PATH
           END-IF.
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT
               "CHANGEJOURNAL_FILE".
           IF WS-JOURNAL-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ChangeJournal.txt"
                   TO WS-JOURNAL-PATH
           END-IF.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".

           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PRODUCT-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRODUCT MASTER - STATUS "
                   WS-PRODUCT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-MASTER-EOF = "Y"
               READ PRODUCT-MASTER-FILE
                   AT END MOVE "Y" TO WS-MASTER-EOF
                   NOT AT END
                       IF WS-PRODUCT-COUNT < 200
                           PERFORM LOAD-ONE-PRODUCT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-MASTER-FILE.

           IF WS-ARGS (1:5) = "APPLY" OR WS-ARGS (1:5) = "apply"
               PERFORM APPLY-PROPOSALS
               STOP RUN
           END-IF.

           IF WS-START-DATE NOT NUMERIC OR WS-END-DATE NOT NUMERIC
               DISPLAY "REORDTUNE: GIVE THE DATE RANGE AS YYYYMMDD "
                   "YYYYMMDD, OR APPLY, ON THE COMMAND LINE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-START-DATE TO WS-CUR-DATE.
           MOVE WS-START-DATE TO WS-START-DATE-NUM.
           MOVE WS-END-DATE TO WS-END-DATE-NUM.
           IF WS-CUR-DATE-NUM > WS-END-DATE-NUM
               DISPLAY "REORDTUNE: START DATE IS AFTER END DATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> no supplier master just means every product takes the
      *> default lead time
           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF WS-SUPPLIER-STATUS = "00"
               PERFORM UNTIL WS-SUPPLIER-EOF = "Y"
                   READ SUPPLIER-MASTER-FILE
                       AT END MOVE "Y" TO WS-SUPPLIER-EOF
                       NOT AT END
                           IF WS-SUPPLIER-COUNT < 200
                               ADD 1 TO WS-SUPPLIER-COUNT
                               SET WS-SM-IDX TO WS-SUPPLIER-COUNT
                               MOVE SUP-CODE TO WS-SM-CODE (WS-SM-IDX)
                               IF SUP-LEAD-DAYS IS NUMERIC
                                   MOVE SUP-LEAD-DAYS
                                       TO WS-SM-LEAD (WS-SM-IDX)
                               ELSE
                                   MOVE ZERO TO WS-SM-LEAD (WS-SM-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-MASTER-FILE
           END-IF.

           PERFORM UNTIL WS-CUR-DATE-NUM > WS-END-DATE-NUM
               PERFORM FOLD-ONE-DAY
               PERFORM STEP-TO-NEXT-DAY
           END-PERFORM.

           IF WS-DAYS-FOUND = ZERO
               DISPLAY "REORDTUNE: NO LEDGER HISTORY FOUND IN THE "
                   "RANGE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TUNING REPORT - STATUS "
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PROPOSAL-FILE.
           IF WS-PROPOSAL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TUNING PROPOSAL - STATUS "
                   WS-PROPOSAL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "REORDER TUNING " WS-START-DATE " TO "
               WS-END-DATE " - " WS-DAYS-FOUND " TRADING DAYS"
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           MOVE WS-OUT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "                                            "
               "  ------ CURRENT ----  ---- RECOMMENDED --"
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           MOVE WS-OUT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "PR DESCRIPTION         "
               " RATE/DY  SPREAD LEAD"
               "  REORD  ORDER    MAX  REORD  ORDER    MAX"
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           MOVE WS-OUT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PRODUCT-COUNT
               PERFORM TUNE-ONE-PRODUCT
           END-PERFORM.

           MOVE WS-PROPOSED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING WS-COUNT-EDIT " PRODUCTS PROPOSED FOR CHANGE - "
               "RUN REORDTUNE APPLY TO ACCEPT THEM"
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           MOVE WS-OUT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           CLOSE PROPOSAL-FILE.
           DISPLAY WS-COUNT-EDIT " PRODUCTS PROPOSED FOR CHANGE OVER "
               WS-DAYS-FOUND " TRADING DAYS".
           STOP RUN.

      *> numeric columns added over the years may be blank on an
      *> older master line - they load as zero, not as an abend
       LOAD-ONE-PRODUCT.
           ADD 1 TO WS-PRODUCT-COUNT.
           SET WS-PM-IDX TO WS-PRODUCT-COUNT.
           MOVE PM-PRODUCT-CODE TO WS-PM-CODE (WS-PM-IDX).
           MOVE PM-DESCRIPTION TO WS-PM-DESC (WS-PM-IDX).
           IF PM-UNIT-COST IS NUMERIC
               MOVE PM-UNIT-COST TO WS-PM-COST (WS-PM-IDX)
           ELSE
               MOVE ZERO TO WS-PM-COST (WS-PM-IDX)
           END-IF.
           IF PM-REORDER-LEVEL IS NUMERIC
               MOVE PM-REORDER-LEVEL
                   TO WS-PM-REORDER-LEVEL (WS-PM-IDX)
           ELSE
               MOVE ZERO TO WS-PM-REORDER-LEVEL (WS-PM-IDX)
           END-IF.
           IF PM-REORDER-QTY IS NUMERIC
               MOVE PM-REORDER-QTY TO WS-PM-REORDER-QTY (WS-PM-IDX)
           ELSE
               MOVE ZERO TO WS-PM-REORDER-QTY (WS-PM-IDX)
           END-IF.
           IF PM-SUPPLIER IS NUMERIC
               MOVE PM-SUPPLIER TO WS-PM-SUPPLIER (WS-PM-IDX)
           ELSE
               MOVE ZERO TO WS-PM-SUPPLIER (WS-PM-IDX)
           END-IF.
           IF PM-STATUS = "I" OR PM-STATUS = "R"
               MOVE PM-STATUS TO WS-PM-STATUS (WS-PM-IDX)
           ELSE
               MOVE "A" TO WS-PM-STATUS (WS-PM-IDX)
           END-IF.
           IF PM-SELL-PRICE IS NUMERIC
               MOVE PM-SELL-PRICE TO WS-PM-SELL-PRICE (WS-PM-IDX)
           ELSE
               MOVE ZERO TO WS-PM-SELL-PRICE (WS-PM-IDX)
           END-IF.
           IF PM-MAX-LEVEL IS NUMERIC
               MOVE PM-MAX-LEVEL TO WS-PM-MAX-LEVEL (WS-PM-IDX)
           ELSE
               MOVE ZERO TO WS-PM-MAX-LEVEL (WS-PM-IDX)
           END-IF.
           IF PM-UNITS-PER-PACK IS NUMERIC
               MOVE PM-UNITS-PER-PACK
                   TO WS-PM-UNITS-PER-PACK (WS-PM-IDX)
           ELSE
               MOVE ZERO TO WS-PM-UNITS-PER-PACK (WS-PM-IDX)
           END-IF.
           MOVE PM-TAX-CODE TO WS-PM-TAX-CODE (WS-PM-IDX).
           MOVE ZERO TO WS-PM-SOLD (WS-PM-IDX).
           MOVE ZERO TO WS-PM-SUMSQ (WS-PM-IDX).
           MOVE ZERO TO WS-PM-CARDS (WS-PM-IDX).

      *> a day with no ledger (a Sunday, a holiday) is not a trading
      *> day and does not dilute the rate
       FOLD-ONE-DAY.
           MOVE SPACES TO WS-LEDGER-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
               "MovementLedger-" DELIMITED BY SIZE
               WS-CUR-DATE-NUM DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-LEDGER-PATH.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DAYS-FOUND.
           MOVE ZERO TO WS-DAY-COUNT.
           MOVE "N" TO WS-LEDGER-EOF.
           PERFORM UNTIL WS-LEDGER-EOF = "Y"
               READ LEDGER-FILE
                   AT END MOVE "Y" TO WS-LEDGER-EOF
                   NOT AT END
                       PERFORM SIGHT-ONE-CARD
                       IF LG-TRAN-CODE = 1
                           PERFORM BANK-ONE-SALE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.
           PERFORM VARYING WS-DY-IDX FROM 1 BY 1
                   UNTIL WS-DY-IDX > WS-DAY-COUNT
               PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                       UNTIL WS-PM-IDX > WS-PRODUCT-COUNT
                   IF WS-PM-CODE (WS-PM-IDX)
                           = WS-DY-PRODUCT (WS-DY-IDX)
                       ADD WS-DY-SOLD (WS-DY-IDX)
                           TO WS-PM-SOLD (WS-PM-IDX)
                       COMPUTE WS-PM-SUMSQ (WS-PM-IDX) =
                           WS-PM-SUMSQ (WS-PM-IDX)
                           + WS-DY-SOLD (WS-DY-IDX)
                           * WS-DY-SOLD (WS-DY-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> any ledger line at all puts the card in the population
       SIGHT-ONE-CARD.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CARD-COUNT
               IF WS-CD-BRANCH (WS-CD-IDX) = LG-BRANCH AND
                       WS-CD-PRODUCT (WS-CD-IDX) = LG-PRODUCT
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND AND WS-CARD-COUNT < 20000
               ADD 1 TO WS-CARD-COUNT
               SET WS-CD-IDX TO WS-CARD-COUNT
               MOVE LG-BRANCH TO WS-CD-BRANCH (WS-CD-IDX)
               MOVE LG-PRODUCT TO WS-CD-PRODUCT (WS-CD-IDX)
               PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                       UNTIL WS-PM-IDX > WS-PRODUCT-COUNT
                   IF WS-PM-CODE (WS-PM-IDX) = LG-PRODUCT
                       ADD 1 TO WS-PM-CARDS (WS-PM-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       BANK-ONE-SALE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-DY-IDX FROM 1 BY 1
                   UNTIL WS-DY-IDX > WS-DAY-COUNT
               IF WS-DY-BRANCH (WS-DY-IDX) = LG-BRANCH AND
                       WS-DY-PRODUCT (WS-DY-IDX) = LG-PRODUCT
                   SET WS-FOUND TO TRUE
                   ADD LG-QUANTITY TO WS-DY-SOLD (WS-DY-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND AND WS-DAY-COUNT < 20000
               ADD 1 TO WS-DAY-COUNT
               SET WS-DY-IDX TO WS-DAY-COUNT
               MOVE LG-BRANCH TO WS-DY-BRANCH (WS-DY-IDX)
               MOVE LG-PRODUCT TO WS-DY-PRODUCT (WS-DY-IDX)
               MOVE LG-QUANTITY TO WS-DY-SOLD (WS-DY-IDX)
           END-IF.

      *> rate and spread are per card per trading day, because the
      *> levels on the master are applied to each card on its own:
      *>   reorder point = rate x lead days
      *>                   + service factor x spread x root(lead)
      *>   order quantity = rate x order cycle, up to whole packs
      *>   ceiling = reorder point + order quantity
       TUNE-ONE-PRODUCT.
           MOVE SPACES TO WS-NOTE.
           MOVE SPACE TO WS-LEAD-FLAG.
           MOVE ZERO TO WS-DAILY-RATE.
           MOVE ZERO TO WS-STD-DEV.
           MOVE ZERO TO WS-LEAD-DAYS.
           MOVE WS-PM-REORDER-LEVEL (WS-PM-IDX) TO WS-REC-LEVEL.
           MOVE WS-PM-REORDER-QTY (WS-PM-IDX) TO WS-REC-QTY.
           MOVE WS-PM-MAX-LEVEL (WS-PM-IDX) TO WS-REC-MAX.
           EVALUATE TRUE
               WHEN WS-PM-STATUS (WS-PM-IDX) = "I"
                   MOVE "INACTIVE - NOT TUNED" TO WS-NOTE
               WHEN WS-PM-STATUS (WS-PM-IDX) = "R"
                   MOVE "RUN-DOWN - NOT TUNED" TO WS-NOTE
               WHEN WS-PM-SOLD (WS-PM-IDX) NOT > ZERO OR
                       WS-PM-CARDS (WS-PM-IDX) = ZERO
                   MOVE "NO SALES - LEFT AS IS" TO WS-NOTE
               WHEN OTHER
                   PERFORM WORK-OUT-LEVELS
           END-EVALUATE.
           IF WS-NOTE = SPACES
               IF WS-REC-LEVEL = WS-PM-REORDER-LEVEL (WS-PM-IDX)
                       AND WS-REC-QTY = WS-PM-REORDER-QTY (WS-PM-IDX)
                       AND WS-REC-MAX = WS-PM-MAX-LEVEL (WS-PM-IDX)
                   MOVE "NO CHANGE" TO WS-NOTE
               ELSE
                   MOVE "PROPOSED" TO WS-NOTE
                   ADD 1 TO WS-PROPOSED-COUNT
                   MOVE WS-PM-CODE (WS-PM-IDX) TO RP-PRODUCT
                   MOVE WS-PM-REORDER-LEVEL (WS-PM-IDX)
                       TO RP-CUR-LEVEL
                   MOVE WS-PM-REORDER-QTY (WS-PM-IDX) TO RP-CUR-QTY
                   MOVE WS-PM-MAX-LEVEL (WS-PM-IDX) TO RP-CUR-MAX
                   MOVE WS-REC-LEVEL TO RP-REC-LEVEL
                   MOVE WS-REC-QTY TO RP-REC-QTY
                   MOVE WS-REC-MAX TO RP-REC-MAX
                   MOVE WS-START-DATE-NUM TO RP-START-DATE
                   MOVE WS-END-DATE-NUM TO RP-END-DATE
                   WRITE PROPOSAL-LINE
               END-IF
           END-IF.
           PERFORM WRITE-ONE-TUNING-LINE.

       WORK-OUT-LEVELS.
           COMPUTE WS-OBSERVATIONS =
               WS-PM-CARDS (WS-PM-IDX) * WS-DAYS-FOUND.
           COMPUTE WS-DAILY-RATE ROUNDED =
               WS-PM-SOLD (WS-PM-IDX) / WS-OBSERVATIONS.
           COMPUTE WS-VARIANCE ROUNDED =
               WS-PM-SUMSQ (WS-PM-IDX) / WS-OBSERVATIONS
               - WS-DAILY-RATE * WS-DAILY-RATE
               ON SIZE ERROR MOVE ZERO TO WS-VARIANCE
           END-COMPUTE.
           IF WS-VARIANCE > ZERO
               COMPUTE WS-STD-DEV ROUNDED = WS-VARIANCE ** 0.5
           ELSE
               MOVE ZERO TO WS-STD-DEV
           END-IF.

           MOVE ZERO TO WS-LEAD-DAYS.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SUPPLIER-COUNT
               IF WS-SM-CODE (WS-SM-IDX) = WS-PM-SUPPLIER (WS-PM-IDX)
                   MOVE WS-SM-LEAD (WS-SM-IDX) TO WS-LEAD-DAYS
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-LEAD-DAYS = ZERO
               MOVE WS-DEFAULT-LEAD TO WS-LEAD-DAYS
               MOVE "*" TO WS-LEAD-FLAG
           END-IF.

      *> whole units, always rounded up - a part-unit short is
      *> still short
           COMPUTE WS-SAFETY-STOCK ROUNDED =
               WS-SERVICE-FACTOR * WS-STD-DEV * WS-LEAD-DAYS ** 0.5.
           COMPUTE WS-WORK-QTY =
               WS-DAILY-RATE * WS-LEAD-DAYS + WS-SAFETY-STOCK + 0.99
               ON SIZE ERROR MOVE 99999 TO WS-WORK-QTY
           END-COMPUTE.
           IF WS-WORK-QTY > 99999
               MOVE 99999 TO WS-WORK-QTY
           END-IF.
           MOVE WS-WORK-QTY TO WS-REC-LEVEL.

           COMPUTE WS-WORK-QTY =
               WS-DAILY-RATE * WS-CYCLE-DAYS + 0.99
               ON SIZE ERROR MOVE 99999 TO WS-WORK-QTY
           END-COMPUTE.
           IF WS-WORK-QTY < 1
               MOVE 1 TO WS-WORK-QTY
           END-IF.
           IF WS-PM-UNITS-PER-PACK (WS-PM-IDX) > ZERO
               COMPUTE WS-PACKS =
                   (WS-WORK-QTY + WS-PM-UNITS-PER-PACK (WS-PM-IDX)
                   - 1) / WS-PM-UNITS-PER-PACK (WS-PM-IDX)
               COMPUTE WS-WORK-QTY =
                   WS-PACKS * WS-PM-UNITS-PER-PACK (WS-PM-IDX)
           END-IF.
           IF WS-WORK-QTY > 99999
               MOVE 99999 TO WS-WORK-QTY
           END-IF.
           MOVE WS-WORK-QTY TO WS-REC-QTY.

           COMPUTE WS-WORK-QTY = WS-REC-LEVEL + WS-REC-QTY.
           IF WS-WORK-QTY > 99999
               MOVE 99999 TO WS-WORK-QTY
           END-IF.
           MOVE WS-WORK-QTY TO WS-REC-MAX.

       WRITE-ONE-TUNING-LINE.
           MOVE WS-DAILY-RATE TO WS-RATE-EDIT.
           MOVE WS-STD-DEV TO WS-SDEV-EDIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING WS-PM-CODE (WS-PM-IDX)
               " " WS-PM-DESC (WS-PM-IDX)
               " " WS-RATE-EDIT
               " " WS-SDEV-EDIT
               " " WS-LEAD-DAYS WS-LEAD-FLAG
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           MOVE WS-PM-REORDER-LEVEL (WS-PM-IDX) TO WS-LVL-EDIT.
           MOVE WS-LVL-EDIT TO WS-OUT-LINE (47:5).
           MOVE WS-PM-REORDER-QTY (WS-PM-IDX) TO WS-LVL-EDIT.
           MOVE WS-LVL-EDIT TO WS-OUT-LINE (54:5).
           MOVE WS-PM-MAX-LEVEL (WS-PM-IDX) TO WS-LVL-EDIT.
           MOVE WS-LVL-EDIT TO WS-OUT-LINE (61:5).
           MOVE WS-REC-LEVEL TO WS-LVL-EDIT.
           MOVE WS-LVL-EDIT TO WS-OUT-LINE (68:5).
           MOVE WS-REC-QTY TO WS-LVL-EDIT.
           MOVE WS-LVL-EDIT TO WS-OUT-LINE (75:5).
           MOVE WS-REC-MAX TO WS-LVL-EDIT.
           MOVE WS-LVL-EDIT TO WS-OUT-LINE (82:5).
           MOVE WS-NOTE TO WS-OUT-LINE (88:22).
           MOVE WS-OUT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *> the buyer's pass over the proposal: A accepts a line onto
      *> the master, S skips it, Q stops and keeps what was accepted
       APPLY-PROPOSALS.
           OPEN INPUT PROPOSAL-FILE.
           IF WS-PROPOSAL-STATUS NOT = "00"
               DISPLAY "NO TUNING PROPOSAL TO APPLY - RUN THE "
                   "PROPOSAL FIRST"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PROPOSAL-EOF = "Y" OR WS-STOP-APPLY
               READ PROPOSAL-FILE
                   AT END MOVE "Y" TO WS-PROPOSAL-EOF
                   NOT AT END PERFORM REVIEW-ONE-PROPOSAL
               END-READ
           END-PERFORM.
           CLOSE PROPOSAL-FILE.
           IF WS-ACCEPTED-COUNT > ZERO
               PERFORM WRITE-MASTER-BACK
           END-IF.
           DISPLAY WS-ACCEPTED-COUNT " ACCEPTED, "
               WS-SKIPPED-COUNT " SKIPPED, "
               WS-STALE-COUNT " NOT APPLIED - MASTER HAS MOVED".

       REVIEW-ONE-PROPOSAL.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PRODUCT-COUNT
               IF WS-PM-CODE (WS-PM-IDX) = RP-PRODUCT
                   SET WS-FOUND TO TRUE
                   MOVE WS-PM-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               DISPLAY "PRODUCT " RP-PRODUCT
                   " NO LONGER ON THE MASTER - SKIPPED"
               ADD 1 TO WS-STALE-COUNT
               EXIT PARAGRAPH
           END-IF.
           SET WS-PM-IDX TO WS-MATCH-IDX.
      *> somebody keyed new levels (or applied this line already)
      *> since the proposal was worked out - leave theirs alone
           IF WS-PM-REORDER-LEVEL (WS-PM-IDX) NOT = RP-CUR-LEVEL OR
                   WS-PM-REORDER-QTY (WS-PM-IDX) NOT = RP-CUR-QTY OR
                   WS-PM-MAX-LEVEL (WS-PM-IDX) NOT = RP-CUR-MAX
               DISPLAY "PRODUCT " RP-PRODUCT
                   " CHANGED SINCE THE PROPOSAL - NOT APPLIED"
               ADD 1 TO WS-STALE-COUNT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           DISPLAY "PRODUCT " RP-PRODUCT " "
               WS-PM-DESC (WS-PM-IDX)
               " (HISTORY " RP-START-DATE " TO " RP-END-DATE ")".
           DISPLAY "  REORDER POINT " RP-CUR-LEVEL " -> "
               RP-REC-LEVEL.
           DISPLAY "  ORDER QTY     " RP-CUR-QTY " -> " RP-REC-QTY.
           DISPLAY "  CEILING       " RP-CUR-MAX " -> " RP-REC-MAX.
           DISPLAY "A=ACCEPT S=SKIP Q=STOP" WITH NO ADVANCING.
           ACCEPT WS-APPLY-ANS.
           EVALUATE WS-APPLY-ANS
               WHEN "A"
               WHEN "a"
                   MOVE "BEFORE" TO WS-JRN-TAG
                   MOVE WS-MATCH-IDX TO WS-JRN-SOURCE-IDX
                   PERFORM WRITE-JOURNAL-LINE
                   MOVE RP-REC-LEVEL
                       TO WS-PM-REORDER-LEVEL (WS-MATCH-IDX)
                   MOVE RP-REC-QTY TO WS-PM-REORDER-QTY (WS-MATCH-IDX)
                   MOVE RP-REC-MAX TO WS-PM-MAX-LEVEL (WS-MATCH-IDX)
                   MOVE "AFTER" TO WS-JRN-TAG
                   PERFORM WRITE-JOURNAL-LINE
                   ADD 1 TO WS-ACCEPTED-COUNT
                   DISPLAY "PRODUCT " RP-PRODUCT " UPDATED"
               WHEN "Q"
               WHEN "q"
                   SET WS-STOP-APPLY TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE.

       WRITE-MASTER-BACK.
           OPEN OUTPUT PRODUCT-MASTER-FILE.
           IF WS-PRODUCT-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING PRODUCT MASTER - STATUS "
                   WS-PRODUCT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PRODUCT-COUNT
               MOVE WS-PM-CODE (WS-PM-IDX) TO PM-PRODUCT-CODE
               MOVE WS-PM-DESC (WS-PM-IDX) TO PM-DESCRIPTION
               MOVE WS-PM-COST (WS-PM-IDX) TO PM-UNIT-COST
               MOVE WS-PM-REORDER-LEVEL (WS-PM-IDX)
                   TO PM-REORDER-LEVEL
               MOVE WS-PM-REORDER-QTY (WS-PM-IDX) TO PM-REORDER-QTY
               MOVE WS-PM-SUPPLIER (WS-PM-IDX) TO PM-SUPPLIER
               MOVE WS-PM-STATUS (WS-PM-IDX) TO PM-STATUS
               MOVE WS-PM-SELL-PRICE (WS-PM-IDX) TO PM-SELL-PRICE
               MOVE WS-PM-MAX-LEVEL (WS-PM-IDX) TO PM-MAX-LEVEL
               MOVE WS-PM-UNITS-PER-PACK (WS-PM-IDX)
                   TO PM-UNITS-PER-PACK
               MOVE WS-PM-TAX-CODE (WS-PM-IDX) TO PM-TAX-CODE
               WRITE PRODUCT-MASTER-LINE
           END-PERFORM.
           CLOSE PRODUCT-MASTER-FILE.
           DISPLAY "PRODUCT MASTER REWRITTEN".

      *> one journal line: the table entry rendered in the master's
      *> own record layout, with who and when - the same PRODUCT
      *> lines PRODMAINT leaves
       WRITE-JOURNAL-LINE.
           SET WS-PM-IDX TO WS-JRN-SOURCE-IDX.
           MOVE WS-PM-CODE (WS-PM-IDX) TO JP-PRODUCT-CODE.
           MOVE WS-PM-DESC (WS-PM-IDX) TO JP-DESCRIPTION.
           MOVE WS-PM-COST (WS-PM-IDX) TO JP-UNIT-COST.
           MOVE WS-PM-REORDER-LEVEL (WS-PM-IDX)
               TO JP-REORDER-LEVEL.
           MOVE WS-PM-REORDER-QTY (WS-PM-IDX) TO JP-REORDER-QTY.
           MOVE WS-PM-SUPPLIER (WS-PM-IDX) TO JP-SUPPLIER.
           MOVE WS-PM-STATUS (WS-PM-IDX) TO JP-STATUS.
           MOVE WS-PM-SELL-PRICE (WS-PM-IDX) TO JP-SELL-PRICE.
           MOVE WS-PM-MAX-LEVEL (WS-PM-IDX) TO JP-MAX-LEVEL.
           MOVE WS-PM-UNITS-PER-PACK (WS-PM-IDX)
               TO JP-UNITS-PER-PACK.
           MOVE WS-PM-TAX-CODE (WS-PM-IDX) TO JP-TAX-CODE.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CHANGE JOURNAL - STATUS "
                   WS-JOURNAL-STATUS
           ELSE
               MOVE "PRODUCT" TO CJ-MASTER
               MOVE SPACES TO CJ-KEY
               MOVE WS-PM-CODE (WS-PM-IDX) TO CJ-KEY (1:2)
               MOVE WS-OPERATOR-ID TO CJ-OPERATOR
               ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-STAMP-TIME FROM TIME
               COMPUTE CJ-STAMP = WS-STAMP-DATE * 1000000
                   + WS-STAMP-TIME / 100
               MOVE WS-JRN-TAG TO CJ-TAG
               MOVE WS-JRN-IMAGE-REC TO CJ-IMAGE
               WRITE CHANGE-JOURNAL-REC
               CLOSE CHANGE-JOURNAL-FILE
           END-IF.

       STEP-TO-NEXT-DAY.
           MOVE WS-DAYS-IN-MONTH (WS-CUR-MONTH) TO WS-MONTH-LIMIT.
      *> February stretches to 29 in a leap year: divisible by 4,
      *> except centuries, except every fourth century
           IF WS-CUR-MONTH = 2
               DIVIDE WS-CUR-YEAR BY 4
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   DIVIDE WS-CUR-YEAR BY 100
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM NOT = 0
                       MOVE 29 TO WS-MONTH-LIMIT
                   ELSE
                       DIVIDE WS-CUR-YEAR BY 400
                           GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           MOVE 29 TO WS-MONTH-LIMIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-CUR-DAY < WS-MONTH-LIMIT
               ADD 1 TO WS-CUR-DAY
           ELSE
               MOVE 1 TO WS-CUR-DAY
               IF WS-CUR-MONTH < 12
                   ADD 1 TO WS-CUR-MONTH
               ELSE
                   MOVE 1 TO WS-CUR-MONTH
                   ADD 1 TO WS-CUR-YEAR
               END-IF
           END-IF.

       END PROGRAM REORDTUNE.
