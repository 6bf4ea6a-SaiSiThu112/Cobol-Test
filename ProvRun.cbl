       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVRUN.

      *> obsolescence provision run: DORMANT shows the stock that has
      *> stopped moving and EXPIRYRPT the lots running out of date,
      *> but both leave the stock at full cost. This run prices the
      *> write-down. Every card on the closing-balance extract is
      *> aged from its last-movement date and given the heaviest age
      *> band it has reached on ProvisionBands.txt (PROVMAINT keeps
      *> it); every lot on StockLots.txt still holding stock is
      *> written down at the heavier of its card's age band and the
      *> expiry band its days-to-expiry has reached, and anything on
      *> the card not on a dated lot at the age band alone. The
      *> provision required per branch and product is reported
      *> against the provision already held on StockProvision.txt,
      *> and the difference per branch goes out as balanced DR/CR
      *> posting lines through AccountMap.txt's PROVISN mapping -
      *> debit the provision expense and credit the stock provision
      *> account on an increase, the other way round on a release
      *> (branch 000 is the company default, the GLEXTRACT
      *> convention). The provision is held on its own file, never
      *> on the card, so REVALUE restating a unit cost cannot wipe
      *> it - the next run simply provides against the new cost and
      *> posts the difference. An unmapped branch or an unbalanced
      *> file condemns the whole extract and leaves the held
      *> provision as it was, exactly as REVALUE would.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT BALANCE-IN ASSIGN TO DYNAMIC WS-BALANCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT STOCK-LOT-FILE ASSIGN TO DYNAMIC WS-STOCK-LOT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-LOT-STATUS.

           SELECT PROVISION-BAND-FILE ASSIGN TO DYNAMIC WS-BAND-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAND-STATUS.

           SELECT PROVISION-FILE ASSIGN TO DYNAMIC WS-PROVISION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVISION-STATUS.

           SELECT ACCOUNT-MAP-FILE ASSIGN TO DYNAMIC WS-MAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT PROV-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *> fixed interface layout the ledger system loads - the
      *> GLEXTRACT posting shape
           SELECT PROV-POSTING-FILE ASSIGN TO DYNAMIC WS-POSTING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD BALANCE-IN.
           01 BALANCE-REC.
               COPY STOCK-BALANCE
                   REPLACING ==STK-BRANCH-CODE== BY ==BAL-BRANCH-CODE==
                       ==STK-PRODUCT-CODE== BY ==BAL-PRODUCT-CODE==
                       ==STK-QUANTITY== BY ==BAL-QUANTITY==
                       ==STK-UNIT-COST== BY ==BAL-UNIT-COST==
                       ==STK-LAST-MOVEMENT==
                           BY ==BAL-LAST-MOVEMENT==
                       ==STK-LAST-MOVE-DATE==
                           BY ==BAL-LAST-MOVE-DATE==
                       ==STK-QUARANTINE-QTY== BY ==BAL-QUARANTINE-QTY==.

           FD STOCK-LOT-FILE.
           01 STOCK-LOT-REC.
               COPY STOCK-LOT.

           FD PROVISION-BAND-FILE.
           01 PROVISION-BAND-LINE.
               COPY PROVISION-BAND.

           FD PROVISION-FILE.
           01 PROVISION-LINE.
               COPY STOCK-PROVISION.

           FD ACCOUNT-MAP-FILE.
           01 ACCOUNT-MAP-LINE.
               05 MAP-BRANCH PIC 9(3).
               05 MAP-TYPE PIC X(8).
               05 MAP-DEBIT-ACCT PIC 9(6).
               05 MAP-CREDIT-ACCT PIC 9(6).

           FD PROV-REPORT-FILE.
           01 PROV-REPORT-LINE PIC X(120).

           FD PROV-POSTING-FILE.
           01 PROV-POSTING-LINE.
               05 GL-DATE PIC 9(8).
               05 GL-ACCOUNT PIC 9(6).
               05 GL-DRCR PIC X(2).
               05 GL-AMOUNT PIC 9(9)V99.
               05 GL-SOURCE PIC X(10).
               05 GL-BRANCH PIC 9(3).
               05 GL-TYPE PIC X(8).

       WORKING-STORAGE SECTION.
           01 WS-BAND-TABLE.
               05 WS-PB-ENTRY OCCURS 40 TIMES INDEXED BY WS-PB-IDX.
                   10 WS-PB-KIND PIC X(1).
                   10 WS-PB-DAYS PIC 9(5).
                   10 WS-PB-RATE PIC 9(3)V99.
           01 WS-BAND-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-BAND-EOF PIC A(1) VALUE "N".

           01 WS-MAP-TABLE.
               05 WS-MAP-ENTRY OCCURS 400 TIMES INDEXED BY WS-MAP-IDX.
                   10 WS-MAP-BRANCH PIC 9(3).
                   10 WS-MAP-TYPE PIC X(8).
                   10 WS-MAP-DEBIT PIC 9(6).
                   10 WS-MAP-CREDIT PIC 9(6).
           01 WS-MAP-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-MAP-EOF PIC A(1) VALUE "N".

      *> one entry per card - on the balance file, holding a
      *> provision from an earlier run, or both
           01 WS-CARD-TABLE.
               05 WS-CD-ENTRY OCCURS 10000 TIMES INDEXED BY WS-CD-IDX.
                   10 WS-CD-KEY.
                       15 WS-CD-BRANCH PIC 9(3).
                       15 WS-CD-PRODUCT PIC 9(2).
                   10 WS-CD-QUANTITY PIC S9(5)V99.
                   10 WS-CD-COST PIC 9(5)V99.
                   10 WS-CD-VALUE PIC S9(9)V99.
                   10 WS-CD-AGE PIC S9(5).
                   10 WS-CD-AGE-RATE PIC 9(3)V99.
                   10 WS-CD-LOT-QTY PIC S9(7)V99.
                   10 WS-CD-LOT-PROV PIC 9(9)V99.
                   10 WS-CD-REQUIRED PIC 9(9)V99.
                   10 WS-CD-HELD PIC 9(9)V99.
           01 WS-CARD-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-CARD-FULL-COUNT PIC 9(5) VALUE ZERO.
           01 WS-SORT-TEMP PIC X(82).
           01 WS-SORT-IDX1 PIC 9(5) COMP.
           01 WS-SORT-IDX2 PIC 9(5) COMP.

      *> provision movement per branch for the GL posting pass
           01 WS-BR-TABLE.
               05 WS-BR-ENTRY OCCURS 500 TIMES INDEXED BY WS-BR-IDX.
                   10 WS-BR-BRANCH PIC 9(3).
                   10 WS-BR-DIFF PIC S9(11)V99.
           01 WS-BR-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-LOT-EOF PIC A(1) VALUE "N".
           01 WS-PROVISION-EOF PIC A(1) VALUE "N".
           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(5) COMP.
           01 WS-KEY-BRANCH PIC 9(3).
           01 WS-KEY-PRODUCT PIC 9(2).
           01 WS-NO-EXPIRY PIC 9(8) VALUE 99999999.

           01 WS-RUN-DATE.
               05 WS-RUN-YEAR PIC 9(4).
               05 WS-RUN-MONTH PIC 9(2).
               05 WS-RUN-DAY PIC 9(2).

      *> plain serial-day arithmetic, the DORMANT shape
           01 WS-CONV-DATE.
               05 WS-CONV-YEAR PIC 9(4).
               05 WS-CONV-MONTH PIC 9(2).
               05 WS-CONV-DAY PIC 9(2).
           01 WS-CONV-SERIAL PIC 9(7).
           01 WS-CUM-DAYS-TABLE.
               05 FILLER PIC X(36) VALUE
                   "000031059090120151181212243273304334".
           01 WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
               05 WS-CUM-DAYS OCCURS 12 TIMES PIC 9(3).
           01 WS-LEAP-WORK PIC 9(4).
           01 WS-LEAP-REM PIC 9(4).
           01 WS-PRIOR-YEAR PIC 9(4).

           01 WS-TODAY-SERIAL PIC 9(7).
           01 WS-AGE-DAYS PIC S9(5).
           01 WS-DAYS-LEFT PIC S9(5).
           01 WS-RATE PIC 9(3)V99.
           01 WS-LOT-PROV PIC 9(9)V99.
           01 WS-UNLOTTED-QTY PIC S9(7)V99.
           01 WS-UNLOTTED-PROV PIC 9(9)V99.
           01 WS-CARD-MOVEMENT PIC S9(11)V99.

           01 WS-BRANCH-FIRST-SW PIC X(1).
               88 WS-BRANCH-FIRST VALUE "Y".
           01 WS-PREV-BRANCH PIC 9(3).
           01 WS-BRANCH-VALUE PIC S9(11)V99.
           01 WS-BRANCH-REQUIRED PIC S9(11)V99.
           01 WS-BRANCH-HELD PIC S9(11)V99.
           01 WS-COMPANY-VALUE PIC S9(11)V99 VALUE ZERO.
           01 WS-COMPANY-REQUIRED PIC S9(11)V99 VALUE ZERO.
           01 WS-COMPANY-HELD PIC S9(11)V99 VALUE ZERO.
           01 WS-TOTAL-MOVEMENT PIC S9(11)V99.

           01 WS-CARDS-READ PIC 9(5) VALUE ZERO.
           01 WS-LOTS-READ PIC 9(5) VALUE ZERO.
           01 WS-LOTS-NO-CARD PIC 9(5) VALUE ZERO.
           01 WS-BAD-DATE-COUNT PIC 9(5) VALUE ZERO.
           01 WS-PROVIDED-COUNT PIC 9(5) VALUE ZERO.

           01 WS-DEBIT-ACCT PIC 9(6).
           01 WS-CREDIT-ACCT PIC 9(6).
           01 WS-SWAP-ACCT PIC 9(6).
           01 WS-ABS-VALUE PIC 9(9)V99.
           01 WS-TOTAL-DEBITS PIC 9(11)V99 VALUE ZERO.
           01 WS-TOTAL-CREDITS PIC 9(11)V99 VALUE ZERO.
           01 WS-POSTING-COUNT PIC 9(5) VALUE ZERO.
           01 WS-UNMAPPED-COUNT PIC 9(5) VALUE ZERO.

           01 WS-QTY-EDIT PIC -(6)9.99.
           01 WS-VALUE-EDIT PIC -(10)9.99.
           01 WS-IDLE-EDIT PIC ZZZZ9.
           01 WS-IDLE-WORD PIC X(5).
           01 WS-RATE-EDIT PIC ZZ9.99.
           01 WS-REQUIRED-EDIT PIC -(10)9.99.
           01 WS-HELD-EDIT PIC -(10)9.99.
           01 WS-MOVEMENT-EDIT PIC -(10)9.99.
           01 WS-NET-EDIT PIC -(10)9.99.
           01 WS-REPORT-LINE PIC X(120).

           01 WS-BALANCE-PATH PIC X(80).
           01 WS-STOCK-LOT-PATH PIC X(80).
           01 WS-BAND-PATH PIC X(80).
           01 WS-PROVISION-PATH PIC X(80).
           01 WS-MAP-PATH PIC X(80).
           01 WS-REPORT-PATH PIC X(80).
           01 WS-POSTING-PATH PIC X(80).
           01 WS-BALANCE-STATUS PIC X(2).
           01 WS-STOCK-LOT-STATUS PIC X(2).
           01 WS-BAND-STATUS PIC X(2).
           01 WS-PROVISION-STATUS PIC X(2).
           01 WS-MAP-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).
           01 WS-POSTING-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-BALANCE-PATH FROM ENVIRONMENT "STOCKUPD_BALANCE".
           IF WS-BALANCE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Closingbalance.txt"
                   TO WS-BALANCE-PATH
           END-IF.
           ACCEPT WS-STOCK-LOT-PATH FROM ENVIRONMENT
               "ASSIGNTWO_STOCKLOTS".
           IF WS-STOCK-LOT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\StockLots.txt"
                   TO WS-STOCK-LOT-PATH
           END-IF.
           ACCEPT WS-BAND-PATH FROM ENVIRONMENT "PROVISION_BANDS".
           IF WS-BAND-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ProvisionBands.txt"
                   TO WS-BAND-PATH
           END-IF.
           ACCEPT WS-PROVISION-PATH FROM ENVIRONMENT "PROVISION_FILE".
           IF WS-PROVISION-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\StockProvision.txt"
                   TO WS-PROVISION-PATH
           END-IF.
           ACCEPT WS-MAP-PATH FROM ENVIRONMENT "GLEXTRACT_ACCOUNTMAP".
           IF WS-MAP-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\AccountMap.txt"
                   TO WS-MAP-PATH
           END-IF.
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "PROVISION_REPORT".
           IF WS-REPORT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ProvisionReport.txt"
                   TO WS-REPORT-PATH
           END-IF.
           ACCEPT WS-POSTING-PATH FROM ENVIRONMENT
               "PROVISION_POSTINGS".
           IF WS-POSTING-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ProvPostings.txt"
                   TO WS-POSTING-PATH
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-CONV-DATE.
           PERFORM DATE-TO-SERIAL.
           MOVE WS-CONV-SERIAL TO WS-TODAY-SERIAL.

           PERFORM LOAD-BANDS.

           OPEN INPUT ACCOUNT-MAP-FILE.
           IF WS-MAP-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCOUNT MAP FILE - STATUS "
                   WS-MAP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-MAP-EOF = "Y"
               READ ACCOUNT-MAP-FILE
                   AT END MOVE "Y" TO WS-MAP-EOF
                   NOT AT END
                       ADD 1 TO WS-MAP-COUNT
                       SET WS-MAP-IDX TO WS-MAP-COUNT
                       MOVE MAP-BRANCH TO WS-MAP-BRANCH (WS-MAP-IDX)
                       MOVE MAP-TYPE TO WS-MAP-TYPE (WS-MAP-IDX)
                       MOVE MAP-DEBIT-ACCT
                           TO WS-MAP-DEBIT (WS-MAP-IDX)
                       MOVE MAP-CREDIT-ACCT
                           TO WS-MAP-CREDIT (WS-MAP-IDX)
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-MAP-FILE.

           OPEN INPUT BALANCE-IN.
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BALANCE FILE - STATUS "
                   WS-BALANCE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ BALANCE-IN
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
      *> the control trailer on the end of a balance file is a
      *> label, not a card
                       IF BALANCE-REC (1:7) NOT = "TRAILER"
                           PERFORM TAKE-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BALANCE-IN.

      *> what the earlier runs left held - a card that has since
      *> left the balance file still needs its provision released
           OPEN INPUT PROVISION-FILE.
           IF WS-PROVISION-STATUS = "00"
               PERFORM UNTIL WS-PROVISION-EOF = "Y"
                   READ PROVISION-FILE
                       AT END MOVE "Y" TO WS-PROVISION-EOF
                       NOT AT END PERFORM TAKE-ONE-HELD
                   END-READ
               END-PERFORM
               CLOSE PROVISION-FILE
           END-IF.

      *> no lot file yet is no dated stock - the age bands alone
           OPEN INPUT STOCK-LOT-FILE.
           IF WS-STOCK-LOT-STATUS = "00"
               PERFORM UNTIL WS-LOT-EOF = "Y"
                   READ STOCK-LOT-FILE
                       AT END MOVE "Y" TO WS-LOT-EOF
                       NOT AT END
                           IF LOT-QUANTITY > ZERO
                               PERFORM TAKE-ONE-LOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-LOT-FILE
           END-IF.

           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CARD-COUNT
               PERFORM PRICE-ONE-CARD
           END-PERFORM.
           PERFORM SORT-THE-CARDS.

           OPEN OUTPUT PROV-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PROVISION REPORT - STATUS "
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "OBSOLESCENCE PROVISION - RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PROV-REPORT-LINE.
           WRITE PROV-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "BR  PR        QTY          VALUE  IDLE   AGE%"
               "       REQUIRED           HELD       MOVEMENT"
               "      NET VALUE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PROV-REPORT-LINE.
           WRITE PROV-REPORT-LINE.

           SET WS-BRANCH-FIRST TO TRUE.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CARD-COUNT
               IF NOT WS-BRANCH-FIRST AND
                       WS-CD-BRANCH (WS-CD-IDX) NOT = WS-PREV-BRANCH
                   PERFORM WRITE-BRANCH-TOTAL
               END-IF
               IF WS-BRANCH-FIRST OR
                       WS-CD-BRANCH (WS-CD-IDX) NOT = WS-PREV-BRANCH
                   MOVE "N" TO WS-BRANCH-FIRST-SW
                   MOVE WS-CD-BRANCH (WS-CD-IDX) TO WS-PREV-BRANCH
                   MOVE ZERO TO WS-BRANCH-VALUE WS-BRANCH-REQUIRED
                       WS-BRANCH-HELD
               END-IF
               PERFORM REPORT-ONE-CARD
           END-PERFORM.
           IF NOT WS-BRANCH-FIRST
               PERFORM WRITE-BRANCH-TOTAL
           END-IF.

           COMPUTE WS-TOTAL-MOVEMENT =
               WS-COMPANY-REQUIRED - WS-COMPANY-HELD.
           MOVE WS-COMPANY-VALUE TO WS-VALUE-EDIT.
           MOVE WS-COMPANY-REQUIRED TO WS-REQUIRED-EDIT.
           MOVE WS-COMPANY-HELD TO WS-HELD-EDIT.
           MOVE WS-TOTAL-MOVEMENT TO WS-MOVEMENT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "COMPANY TOTAL     " WS-VALUE-EDIT
               "              " WS-REQUIRED-EDIT
               " " WS-HELD-EDIT " " WS-MOVEMENT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PROV-REPORT-LINE.
           WRITE PROV-REPORT-LINE.
           CLOSE PROV-REPORT-FILE.
           DISPLAY "PROVISION REQUIRED " WS-REQUIRED-EDIT
               " HELD " WS-HELD-EDIT " MOVEMENT " WS-MOVEMENT-EDIT.

      *> one balanced posting pair per branch whose provision moved,
      *> through the PROVISN account mapping
           OPEN OUTPUT PROV-POSTING-FILE.
           IF WS-POSTING-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PROVISION POSTINGS - STATUS "
                   WS-POSTING-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               IF WS-BR-DIFF (WS-BR-IDX) NOT = ZERO
                   PERFORM WRITE-ONE-POSTING-PAIR
               END-IF
           END-PERFORM.
           CLOSE PROV-POSTING-FILE.

           IF WS-UNMAPPED-COUNT > ZERO
               DISPLAY "PROVISION EXTRACT REJECTED - "
                   WS-UNMAPPED-COUNT " BRANCHES HAVE NO PROVISN "
                   "ACCOUNT MAPPING"
               DISPLAY "FIX AccountMap.txt AND RERUN"
               PERFORM REJECT-THE-EXTRACT
           END-IF.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY "PROVISION EXTRACT REJECTED - DEBITS "
                   WS-TOTAL-DEBITS " DO NOT EQUAL CREDITS "
                   WS-TOTAL-CREDITS
               PERFORM REJECT-THE-EXTRACT
           END-IF.

      *> the extract stands, so the provision it moved is now the
      *> provision held
           OPEN OUTPUT PROVISION-FILE.
           IF WS-PROVISION-STATUS NOT = "00"
               DISPLAY "ERROR WRITING PROVISION FILE - STATUS "
                   WS-PROVISION-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CARD-COUNT
               IF WS-CD-REQUIRED (WS-CD-IDX) > ZERO
                   MOVE WS-CD-BRANCH (WS-CD-IDX) TO SP-BRANCH-CODE
                   MOVE WS-CD-PRODUCT (WS-CD-IDX) TO SP-PRODUCT-CODE
                   MOVE WS-CD-REQUIRED (WS-CD-IDX) TO SP-HELD
                   MOVE WS-RUN-DATE TO SP-RUN-DATE
                   WRITE PROVISION-LINE
               END-IF
           END-PERFORM.
           CLOSE PROVISION-FILE.

           IF WS-CARD-FULL-COUNT > ZERO
               DISPLAY "WARNING: " WS-CARD-FULL-COUNT
                   " CARDS DID NOT FIT THE 10000-CARD TABLE"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-BAD-DATE-COUNT > ZERO
               DISPLAY WS-BAD-DATE-COUNT " LOTS HAVE AN UNREADABLE "
                   "EXPIRY DATE - PROVIDED ON AGE ALONE"
           END-IF.
           DISPLAY WS-CARDS-READ " CARDS READ, "
               WS-LOTS-READ " LOTS, "
               WS-PROVIDED-COUNT " CARDS CARRY A PROVISION".
           DISPLAY WS-POSTING-COUNT " PROVISION POSTING LINES "
               "WRITTEN, DEBITS EQUAL CREDITS AT " WS-TOTAL-DEBITS.
           STOP RUN.

      *> a rejected run must LOOK rejected - the GLEXTRACT rule. The
      *> held provision is left untouched so the rerun posts it all
       REJECT-THE-EXTRACT.
           OPEN OUTPUT PROV-POSTING-FILE.
           CLOSE PROV-POSTING-FILE.
           DISPLAY "ProvPostings.txt HAS BEEN EMPTIED - PROVISION "
               "HELD NOT CHANGED".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *> the bands PROVMAINT keeps. With none on file the run still
      *> has to mean something, so it falls back on a standard
      *> table and says so: idle 90 days 25%, 180 days 50%, a year
      *> 100%; expiring within 30 days 50%, expired 100%
       LOAD-BANDS.
           OPEN INPUT PROVISION-BAND-FILE.
           IF WS-BAND-STATUS = "00"
               PERFORM UNTIL WS-BAND-EOF = "Y"
                   READ PROVISION-BAND-FILE
                       AT END MOVE "Y" TO WS-BAND-EOF
                       NOT AT END
                           IF (PB-AGE-BAND OR PB-EXPIRY-BAND) AND
                                   PB-DAYS IS NUMERIC AND
                                   PB-RATE IS NUMERIC AND
                                   WS-BAND-COUNT < 40
                               ADD 1 TO WS-BAND-COUNT
                               SET WS-PB-IDX TO WS-BAND-COUNT
                               MOVE PB-KIND TO WS-PB-KIND (WS-PB-IDX)
                               MOVE PB-DAYS TO WS-PB-DAYS (WS-PB-IDX)
                               MOVE PB-RATE TO WS-PB-RATE (WS-PB-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVISION-BAND-FILE
           END-IF.
           IF WS-BAND-COUNT = ZERO
               DISPLAY "WARNING: NO PROVISION BANDS ON FILE - "
                   "STANDARD BANDS USED"
               MOVE 4 TO RETURN-CODE
               MOVE "A" TO WS-PB-KIND (1)
               MOVE 90 TO WS-PB-DAYS (1)
               MOVE 25 TO WS-PB-RATE (1)
               MOVE "A" TO WS-PB-KIND (2)
               MOVE 180 TO WS-PB-DAYS (2)
               MOVE 50 TO WS-PB-RATE (2)
               MOVE "A" TO WS-PB-KIND (3)
               MOVE 365 TO WS-PB-DAYS (3)
               MOVE 100 TO WS-PB-RATE (3)
               MOVE "E" TO WS-PB-KIND (4)
               MOVE 30 TO WS-PB-DAYS (4)
               MOVE 50 TO WS-PB-RATE (4)
               MOVE "E" TO WS-PB-KIND (5)
               MOVE ZERO TO WS-PB-DAYS (5)
               MOVE 100 TO WS-PB-RATE (5)
               MOVE 5 TO WS-BAND-COUNT
           END-IF.

       FIND-CARD.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CARD-COUNT
               IF WS-CD-BRANCH (WS-CD-IDX) = WS-KEY-BRANCH AND
                       WS-CD-PRODUCT (WS-CD-IDX) = WS-KEY-PRODUCT
                   SET WS-FOUND TO TRUE
                   MOVE WS-CD-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> a new, empty table entry for WS-KEY-BRANCH/WS-KEY-PRODUCT;
      *> WS-FOUND comes back off when the table is full
       ADD-CARD.
           IF WS-CARD-COUNT >= 10000
               ADD 1 TO WS-CARD-FULL-COUNT
               SET WS-NOT-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CARD-COUNT.
           MOVE WS-CARD-COUNT TO WS-MATCH-IDX.
           SET WS-CD-IDX TO WS-MATCH-IDX.
           MOVE WS-KEY-BRANCH TO WS-CD-BRANCH (WS-CD-IDX).
           MOVE WS-KEY-PRODUCT TO WS-CD-PRODUCT (WS-CD-IDX).
           MOVE ZERO TO WS-CD-QUANTITY (WS-CD-IDX)
               WS-CD-COST (WS-CD-IDX)
               WS-CD-VALUE (WS-CD-IDX)
               WS-CD-AGE (WS-CD-IDX)
               WS-CD-AGE-RATE (WS-CD-IDX)
               WS-CD-LOT-QTY (WS-CD-IDX)
               WS-CD-LOT-PROV (WS-CD-IDX)
               WS-CD-REQUIRED (WS-CD-IDX)
               WS-CD-HELD (WS-CD-IDX).
           SET WS-FOUND TO TRUE.

      *> one card: its cost value and the age band it has reached.
      *> A card with no movement date ever recorded is treated as
      *> arbitrarily old, as DORMANT treats it
       TAKE-ONE-CARD.
           ADD 1 TO WS-CARDS-READ.
           MOVE BAL-BRANCH-CODE TO WS-KEY-BRANCH.
           MOVE BAL-PRODUCT-CODE TO WS-KEY-PRODUCT.
           PERFORM FIND-CARD.
           IF WS-NOT-FOUND
               PERFORM ADD-CARD
               IF WS-NOT-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET WS-CD-IDX TO WS-MATCH-IDX.
           MOVE BAL-QUANTITY TO WS-CD-QUANTITY (WS-CD-IDX).
           MOVE BAL-UNIT-COST TO WS-CD-COST (WS-CD-IDX).
           IF BAL-QUANTITY > ZERO
               COMPUTE WS-CD-VALUE (WS-CD-IDX) ROUNDED =
                   BAL-QUANTITY * BAL-UNIT-COST
                   ON SIZE ERROR MOVE ZERO TO WS-CD-VALUE (WS-CD-IDX)
               END-COMPUTE
           END-IF.
           IF BAL-LAST-MOVE-DATE IS NUMERIC AND
                   BAL-LAST-MOVE-DATE NOT = ZERO
               MOVE BAL-LAST-MOVE-DATE TO WS-CONV-DATE
               PERFORM DATE-TO-SERIAL
               COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-CONV-SERIAL
           ELSE
               MOVE 99999 TO WS-AGE-DAYS
           END-IF.
           MOVE WS-AGE-DAYS TO WS-CD-AGE (WS-CD-IDX).
           MOVE ZERO TO WS-RATE.
           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
                   UNTIL WS-PB-IDX > WS-BAND-COUNT
               IF WS-PB-KIND (WS-PB-IDX) = "A" AND
                       WS-AGE-DAYS >= WS-PB-DAYS (WS-PB-IDX) AND
                       WS-PB-RATE (WS-PB-IDX) > WS-RATE
                   MOVE WS-PB-RATE (WS-PB-IDX) TO WS-RATE
               END-IF
           END-PERFORM.
           MOVE WS-RATE TO WS-CD-AGE-RATE (WS-CD-IDX).

       TAKE-ONE-HELD.
           IF SP-HELD IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE SP-BRANCH-CODE TO WS-KEY-BRANCH.
           MOVE SP-PRODUCT-CODE TO WS-KEY-PRODUCT.
           PERFORM FIND-CARD.
           IF WS-NOT-FOUND
               PERFORM ADD-CARD
               IF WS-NOT-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET WS-CD-IDX TO WS-MATCH-IDX.
           ADD SP-HELD TO WS-CD-HELD (WS-CD-IDX).

      *> one lot with stock on it: written down at the heavier of
      *> its card's age band and the expiry band it has reached. The
      *> blank no-expiry lot, and a lot whose date cannot be read,
      *> have only the age band to go on
       TAKE-ONE-LOT.
           ADD 1 TO WS-LOTS-READ.
           MOVE LOT-BRANCH-CODE TO WS-KEY-BRANCH.
           MOVE LOT-PRODUCT-CODE TO WS-KEY-PRODUCT.
           PERFORM FIND-CARD.
           IF WS-NOT-FOUND
               ADD 1 TO WS-LOTS-NO-CARD
               EXIT PARAGRAPH
           END-IF.
           SET WS-CD-IDX TO WS-MATCH-IDX.
           MOVE WS-CD-AGE-RATE (WS-CD-IDX) TO WS-RATE.
           IF LOT-EXPIRY-DATE NOT = WS-NO-EXPIRY
               MOVE LOT-EXPIRY-DATE TO WS-CONV-DATE
               IF LOT-EXPIRY-DATE IS NUMERIC AND
                       WS-CONV-MONTH >= 1 AND WS-CONV-MONTH <= 12 AND
                       WS-CONV-DAY >= 1 AND WS-CONV-DAY <= 31
                   PERFORM DATE-TO-SERIAL
                   COMPUTE WS-DAYS-LEFT =
                       WS-CONV-SERIAL - WS-TODAY-SERIAL
                       ON SIZE ERROR MOVE 99999 TO WS-DAYS-LEFT
                   END-COMPUTE
                   PERFORM VARYING WS-PB-IDX FROM 1 BY 1
                           UNTIL WS-PB-IDX > WS-BAND-COUNT
                       IF WS-PB-KIND (WS-PB-IDX) = "E" AND
                               WS-DAYS-LEFT <= WS-PB-DAYS (WS-PB-IDX)
                               AND WS-PB-RATE (WS-PB-IDX) > WS-RATE
                           MOVE WS-PB-RATE (WS-PB-IDX) TO WS-RATE
                       END-IF
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-BAD-DATE-COUNT
               END-IF
           END-IF.
           COMPUTE WS-LOT-PROV ROUNDED =
               LOT-QUANTITY * WS-CD-COST (WS-CD-IDX) * WS-RATE / 100
               ON SIZE ERROR MOVE ZERO TO WS-LOT-PROV
           END-COMPUTE.
           ADD WS-LOT-PROV TO WS-CD-LOT-PROV (WS-CD-IDX).
           ADD LOT-QUANTITY TO WS-CD-LOT-QTY (WS-CD-IDX).

      *> the card's provision: its lots as priced above, plus any
      *> stock the lots do not account for at the age band - never
      *> more than the card is worth, and nothing against a card
      *> with no stock
       PRICE-ONE-CARD.
           IF WS-CD-VALUE (WS-CD-IDX) NOT > ZERO
               MOVE ZERO TO WS-CD-REQUIRED (WS-CD-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-UNLOTTED-PROV.
           COMPUTE WS-UNLOTTED-QTY = WS-CD-QUANTITY (WS-CD-IDX)
               - WS-CD-LOT-QTY (WS-CD-IDX).
           IF WS-UNLOTTED-QTY > ZERO
               COMPUTE WS-UNLOTTED-PROV ROUNDED =
                   WS-UNLOTTED-QTY * WS-CD-COST (WS-CD-IDX)
                   * WS-CD-AGE-RATE (WS-CD-IDX) / 100
                   ON SIZE ERROR MOVE ZERO TO WS-UNLOTTED-PROV
               END-COMPUTE
           END-IF.
           COMPUTE WS-CD-REQUIRED (WS-CD-IDX) =
               WS-CD-LOT-PROV (WS-CD-IDX) + WS-UNLOTTED-PROV.
           IF WS-CD-REQUIRED (WS-CD-IDX) > WS-CD-VALUE (WS-CD-IDX)
               MOVE WS-CD-VALUE (WS-CD-IDX)
                   TO WS-CD-REQUIRED (WS-CD-IDX)
           END-IF.

      *> branch then product - the report order and the order the
      *> held file is written back in
       SORT-THE-CARDS.
           PERFORM VARYING WS-SORT-IDX1 FROM 1 BY 1
                   UNTIL WS-SORT-IDX1 > WS-CARD-COUNT
               PERFORM VARYING WS-SORT-IDX2 FROM WS-SORT-IDX1 BY 1
                       UNTIL WS-SORT-IDX2 > WS-CARD-COUNT
                   IF WS-CD-KEY (WS-SORT-IDX2) <
                           WS-CD-KEY (WS-SORT-IDX1)
                       MOVE WS-CD-ENTRY (WS-SORT-IDX1)
                           TO WS-SORT-TEMP
                       MOVE WS-CD-ENTRY (WS-SORT-IDX2)
                           TO WS-CD-ENTRY (WS-SORT-IDX1)
                       MOVE WS-SORT-TEMP
                           TO WS-CD-ENTRY (WS-SORT-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> a card is listed when it needs a provision or still holds
      *> one; every card's value counts toward the totals so the
      *> net value is the whole branch's
       REPORT-ONE-CARD.
           ADD WS-CD-VALUE (WS-CD-IDX) TO WS-BRANCH-VALUE.
           ADD WS-CD-REQUIRED (WS-CD-IDX) TO WS-BRANCH-REQUIRED.
           ADD WS-CD-HELD (WS-CD-IDX) TO WS-BRANCH-HELD.
           IF WS-CD-REQUIRED (WS-CD-IDX) = ZERO AND
                   WS-CD-HELD (WS-CD-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-CD-REQUIRED (WS-CD-IDX) > ZERO
               ADD 1 TO WS-PROVIDED-COUNT
           END-IF.
           COMPUTE WS-CARD-MOVEMENT = WS-CD-REQUIRED (WS-CD-IDX)
               - WS-CD-HELD (WS-CD-IDX).
           MOVE WS-CD-QUANTITY (WS-CD-IDX) TO WS-QTY-EDIT.
           MOVE WS-CD-VALUE (WS-CD-IDX) TO WS-VALUE-EDIT.
           IF WS-CD-AGE (WS-CD-IDX) = 99999
               MOVE " NONE" TO WS-IDLE-WORD
           ELSE
               MOVE WS-CD-AGE (WS-CD-IDX) TO WS-IDLE-EDIT
               MOVE WS-IDLE-EDIT TO WS-IDLE-WORD
           END-IF.
           MOVE WS-CD-AGE-RATE (WS-CD-IDX) TO WS-RATE-EDIT.
           MOVE WS-CD-REQUIRED (WS-CD-IDX) TO WS-REQUIRED-EDIT.
           MOVE WS-CD-HELD (WS-CD-IDX) TO WS-HELD-EDIT.
           MOVE WS-CARD-MOVEMENT TO WS-MOVEMENT-EDIT.
           COMPUTE WS-TOTAL-MOVEMENT = WS-CD-VALUE (WS-CD-IDX)
               - WS-CD-REQUIRED (WS-CD-IDX).
           MOVE WS-TOTAL-MOVEMENT TO WS-NET-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-CD-BRANCH (WS-CD-IDX) " "
               WS-CD-PRODUCT (WS-CD-IDX) " " WS-QTY-EDIT
               " " WS-VALUE-EDIT " " WS-IDLE-WORD
               " " WS-RATE-EDIT
               " " WS-REQUIRED-EDIT " " WS-HELD-EDIT
               " " WS-MOVEMENT-EDIT " " WS-NET-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO PROV-REPORT-LINE.
           WRITE PROV-REPORT-LINE.

      *> the branch's totals, and its movement tabled for the GL
      *> posting pass
       WRITE-BRANCH-TOTAL.
           COMPUTE WS-TOTAL-MOVEMENT =
               WS-BRANCH-REQUIRED - WS-BRANCH-HELD.
           MOVE WS-BRANCH-VALUE TO WS-VALUE-EDIT.
           MOVE WS-BRANCH-REQUIRED TO WS-REQUIRED-EDIT.
           MOVE WS-BRANCH-HELD TO WS-HELD-EDIT.
           MOVE WS-TOTAL-MOVEMENT TO WS-MOVEMENT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "BRANCH " WS-PREV-BRANCH " TOTAL  "
               WS-VALUE-EDIT "              " WS-REQUIRED-EDIT
               " " WS-HELD-EDIT " " WS-MOVEMENT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PROV-REPORT-LINE.
           WRITE PROV-REPORT-LINE.
           MOVE SPACES TO PROV-REPORT-LINE.
           WRITE PROV-REPORT-LINE.
           ADD WS-BRANCH-VALUE TO WS-COMPANY-VALUE.
           ADD WS-BRANCH-REQUIRED TO WS-COMPANY-REQUIRED.
           ADD WS-BRANCH-HELD TO WS-COMPANY-HELD.
           IF WS-TOTAL-MOVEMENT NOT = ZERO AND WS-BR-COUNT < 500
               ADD 1 TO WS-BR-COUNT
               SET WS-BR-IDX TO WS-BR-COUNT
               MOVE WS-PREV-BRANCH TO WS-BR-BRANCH (WS-BR-IDX)
               MOVE WS-TOTAL-MOVEMENT TO WS-BR-DIFF (WS-BR-IDX)
           END-IF.

      *> the branch's own PROVISN mapping wins; branch 000 is the
      *> company default; neither found counts as unmapped and
      *> rejects the run - the GLEXTRACT rule exactly
       WRITE-ONE-POSTING-PAIR.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-BRANCH (WS-MAP-IDX) =
                       WS-BR-BRANCH (WS-BR-IDX) AND
                       WS-MAP-TYPE (WS-MAP-IDX) = "PROVISN"
                   SET WS-FOUND TO TRUE
                   MOVE WS-MAP-DEBIT (WS-MAP-IDX) TO WS-DEBIT-ACCT
                   MOVE WS-MAP-CREDIT (WS-MAP-IDX) TO WS-CREDIT-ACCT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                       UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   IF WS-MAP-BRANCH (WS-MAP-IDX) = ZERO AND
                           WS-MAP-TYPE (WS-MAP-IDX) = "PROVISN"
                       SET WS-FOUND TO TRUE
                       MOVE WS-MAP-DEBIT (WS-MAP-IDX)
                           TO WS-DEBIT-ACCT
                       MOVE WS-MAP-CREDIT (WS-MAP-IDX)
                           TO WS-CREDIT-ACCT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-NOT-FOUND
               ADD 1 TO WS-UNMAPPED-COUNT
               DISPLAY "NO PROVISN ACCOUNT MAPPING FOR BRANCH "
                   WS-BR-BRANCH (WS-BR-IDX)
           ELSE
      *> a release posts the same pair the other way round
               IF WS-BR-DIFF (WS-BR-IDX) < ZERO
                   MOVE WS-DEBIT-ACCT TO WS-SWAP-ACCT
                   MOVE WS-CREDIT-ACCT TO WS-DEBIT-ACCT
                   MOVE WS-SWAP-ACCT TO WS-CREDIT-ACCT
                   COMPUTE WS-ABS-VALUE =
                       ZERO - WS-BR-DIFF (WS-BR-IDX)
               ELSE
                   MOVE WS-BR-DIFF (WS-BR-IDX) TO WS-ABS-VALUE
               END-IF
               MOVE WS-RUN-DATE TO GL-DATE
               MOVE WS-DEBIT-ACCT TO GL-ACCOUNT
               MOVE "DR" TO GL-DRCR
               MOVE WS-ABS-VALUE TO GL-AMOUNT
               MOVE "PROVRUN" TO GL-SOURCE
               MOVE WS-BR-BRANCH (WS-BR-IDX) TO GL-BRANCH
               MOVE "PROVISN" TO GL-TYPE
               WRITE PROV-POSTING-LINE
               ADD WS-ABS-VALUE TO WS-TOTAL-DEBITS
               ADD 1 TO WS-POSTING-COUNT
               MOVE WS-CREDIT-ACCT TO GL-ACCOUNT
               MOVE "CR" TO GL-DRCR
               WRITE PROV-POSTING-LINE
               ADD WS-ABS-VALUE TO WS-TOTAL-CREDITS
               ADD 1 TO WS-POSTING-COUNT
           END-IF.

      *> serial day number: whole years before this one (365 plus one
      *> per leap year), days in the months already passed (plus one
      *> after February in a leap year), then the day itself
       DATE-TO-SERIAL.
           COMPUTE WS-PRIOR-YEAR = WS-CONV-YEAR - 1.
           COMPUTE WS-CONV-SERIAL = WS-CONV-YEAR * 365.
           DIVIDE WS-PRIOR-YEAR BY 4 GIVING WS-LEAP-WORK.
           ADD WS-LEAP-WORK TO WS-CONV-SERIAL.
           DIVIDE WS-PRIOR-YEAR BY 100 GIVING WS-LEAP-WORK.
           SUBTRACT WS-LEAP-WORK FROM WS-CONV-SERIAL.
           DIVIDE WS-PRIOR-YEAR BY 400 GIVING WS-LEAP-WORK.
           ADD WS-LEAP-WORK TO WS-CONV-SERIAL.
           ADD WS-CUM-DAYS (WS-CONV-MONTH) TO WS-CONV-SERIAL.
           ADD WS-CONV-DAY TO WS-CONV-SERIAL.
           IF WS-CONV-MONTH > 2
               DIVIDE WS-CONV-YEAR BY 4
                   GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   DIVIDE WS-CONV-YEAR BY 100
                       GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM NOT = 0
                       ADD 1 TO WS-CONV-SERIAL
                   ELSE
                       DIVIDE WS-CONV-YEAR BY 400
                           GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           ADD 1 TO WS-CONV-SERIAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       END PROGRAM PROVRUN.
