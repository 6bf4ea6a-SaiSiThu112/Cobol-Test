      *> WRITETEST mold: the clerk keys branch, product, transaction
      *> code and quantity; each field is validated as it is entered -
      *> branch against ValidBranch.txt, product against
      *> ProductMaster.txt, code against the defined 1-4, 8 (an
      *> assembly, for a kit on KitBom.txt only) and 9 (stock put
      *> into quarantine, or released from it), a transfer's
      *> destination against the branch list - and re-prompted on
      *> error, so a bad branch code dies at the keyboard instead of
      *> on tomorrow's exception report. Well-formed records are
      *> appended to Newbalance.txt stamped with the capture
      *> timestamp the incremental posting mode keys on. A buy also
      *> takes the lot number and expiry date off the goods. The
      *> approval limit is system parameter STKAPPROVE (PARMMAINT),
      *> STOCKENTRY_APPROVAL_LIMIT only as an emergency override.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-CODE-STATUS.

      *> the kit bills of materials - only a kit can be assembled
           SELECT KIT-BOM-FILE
               ASSIGN TO DYNAMIC WS-KIT-BOM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KIT-BOM-STATUS.

      *> transactions worth more than the approval threshold wait
      *> here for a supervisor instead of going straight to posting
           SELECT PENDING-FILE ASSIGN TO DYNAMIC WS-PENDING-PATH
               05 NEW-TIMESTAMP PIC 9(14).
      *> why an adjustment moved the card - blank on codes 1-3
               05 NEW-REASON-CODE PIC X(2).
      *> the lot a buy came in under and its expiry - blank on the
      *> other codes and on a buy whose goods carry no lot
               05 NEW-LOT-NUMBER PIC X(10).
               05 NEW-EXPIRY-DATE PIC 9(8).

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-LINE.
           01 VALID-BRANCH-LINE.
               05 VB-BRANCH-CODE PIC 9(3).

           FD KIT-BOM-FILE.
           01 KIT-BOM-LINE.
               COPY KIT-BOM.

           FD PENDING-FILE.
           01 PENDING-TRAN.
               COPY PENDING-TRAN.
           01 WS-PM-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-PM-EOF PIC A(1) VALUE "N".

           01 WS-KIT-TABLE.
               05 WS-KIT-ENTRY OCCURS 100 TIMES INDEXED BY WS-KIT-IDX.
                   10 WS-KIT-CODE PIC 9(2).
           01 WS-KIT-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-KIT-EOF PIC A(1) VALUE "N".

           01 WS-ASK-BRANCH PIC 9(3).
           01 WS-ASK-PRODUCT PIC 9(2).
           01 WS-ASK-CODE PIC 9(1).
           01 WS-ASK-QUANTITY PIC S9(5)V99.
           01 WS-ASK-DEST PIC 9(3).
           01 WS-ASK-REASON PIC X(2).
           01 WS-ASK-LOT PIC X(10).
           01 WS-ASK-EXPIRY PIC 9(8).
           01 WS-ASK-PROD-STATUS PIC X(1).
           01 WS-ASK-PACK-SIZE PIC 9(3).
           01 WS-ASK-UOM PIC X(1).
               88 WS-LOOKUP-FOUND VALUE "Y".
               88 WS-LOOKUP-NOT-FOUND VALUE "N".

           01 WS-DATE-PARM.
               05 DE-DATE PIC 9(8).
               05 DE-NO-FUTURE PIC X(1).
               05 DE-EARLIEST PIC 9(8).
               05 DE-RESULT PIC X(1).
                   88 DE-VALID VALUE "V".
               05 DE-MESSAGE PIC X(30).

           01 WS-MORE-SW PIC X(1) VALUE "Y".
               88 WS-MORE-ENTRIES VALUE "Y".
           01 WS-ANOTHER-ANS PIC X(1) VALUE "Y".
      *> in the approval queue - a clerk alone cannot move a fortune
           01 WS-APPROVAL-LIMIT-IN PIC X(9).
           01 WS-APPROVAL-LIMIT PIC 9(7)V99 VALUE 10000.
      *> the system parameter lookup - the master's value replaces
      *> the default below, the environment variable still beats both
           01 WS-PARM-GET.
               COPY PARM-GET-PARM.
           01 WS-TRAN-VALUE PIC 9(9)V99.
           01 WS-ABS-QUANTITY PIC 9(5)V99.

           01 WS-VALID-BRANCH-PATH PIC X(80).
           01 WS-REASON-CODE-PATH PIC X(80).
           01 WS-REASON-CODE-STATUS PIC X(2).
           01 WS-KIT-BOM-PATH PIC X(80).
           01 WS-KIT-BOM-STATUS PIC X(2).
           01 WS-PENDING-PATH PIC X(80).
           01 WS-PENDING-STATUS PIC X(2).
           01 WS-NEW-STATUS PIC X(2).
               MOVE "C:\Users\25-00229\Desktop\PendingApproval.txt"
                   TO WS-PENDING-PATH
           END-IF.
           MOVE "STKAPPROVE" TO PG-NAME.
           CALL "PARMGET" USING WS-PARM-GET.
           IF PG-FOUND
               MOVE PG-VALUE TO WS-APPROVAL-LIMIT
           END-IF.
           ACCEPT WS-APPROVAL-LIMIT-IN FROM ENVIRONMENT
               "STOCKENTRY_APPROVAL_LIMIT".
           IF WS-APPROVAL-LIMIT-IN NOT = SPACES
                   REPLACING LEADING " " BY "0"
               IF WS-APPROVAL-LIMIT-IN IS NUMERIC
                   MOVE WS-APPROVAL-LIMIT-IN TO WS-APPROVAL-LIMIT
                   DISPLAY "STOCKENTRY_APPROVAL_LIMIT IS OVERRIDING "
                       "SYSTEM PARAMETER STKAPPROVE"
               END-IF
           END-IF.
           ACCEPT WS-NEW-PATH FROM ENVIRONMENT "ASSIGNTWO_NEWBALANCE".
               CLOSE REASON-CODE-FILE
           END-IF.

           ACCEPT WS-KIT-BOM-PATH FROM ENVIRONMENT "KITBOM_FILE".
           IF WS-KIT-BOM-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\KitBom.txt"
                   TO WS-KIT-BOM-PATH
           END-IF.
      *> one entry per kit - no bill file simply means nothing can
      *> be assembled
           OPEN INPUT KIT-BOM-FILE.
           IF WS-KIT-BOM-STATUS = "00"
               PERFORM UNTIL WS-KIT-EOF = "Y"
                   READ KIT-BOM-FILE
                       AT END MOVE "Y" TO WS-KIT-EOF
                       NOT AT END
                           SET WS-LOOKUP-NOT-FOUND TO TRUE
                           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                                   UNTIL WS-KIT-IDX > WS-KIT-COUNT
                               IF WS-KIT-CODE (WS-KIT-IDX)
                                       = KB-KIT-PRODUCT
                                   SET WS-LOOKUP-FOUND TO TRUE
                               END-IF
                           END-PERFORM
                           IF WS-LOOKUP-NOT-FOUND AND
                                   WS-KIT-COUNT < 100
                               ADD 1 TO WS-KIT-COUNT
                               SET WS-KIT-IDX TO WS-KIT-COUNT
                               MOVE KB-KIT-PRODUCT
                                   TO WS-KIT-CODE (WS-KIT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KIT-BOM-FILE
           END-IF.

           OPEN INPUT VALID-BRANCH-FILE.
           IF WS-VALID-BRANCH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VALID BRANCH FILE - STATUS "
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter transaction code (1=SELL 2=BUY "
                   "3=TRANSFER 4=ADJUST 8=ASSEMBLE 9=QUARANTINE)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-CODE
               IF (WS-ASK-CODE < 1 OR WS-ASK-CODE > 4) AND
                       WS-ASK-CODE NOT = 8 AND WS-ASK-CODE NOT = 9
                   DISPLAY "CODE MUST BE 1, 2, 3, 4, 8 OR 9 - RE-ENTER"
               ELSE
                   IF WS-ASK-CODE = 2 AND WS-ASK-PROD-STATUS = "R"
                       DISPLAY "PRODUCT IS IN RUN-DOWN - NO NEW "
                       SET WS-EDIT-OK TO TRUE
                   END-IF
               END-IF
               IF WS-EDIT-OK AND WS-ASK-CODE = 8
                   SET WS-LOOKUP-NOT-FOUND TO TRUE
                   PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                           UNTIL WS-KIT-IDX > WS-KIT-COUNT
                       IF WS-KIT-CODE (WS-KIT-IDX) = WS-ASK-PRODUCT
                           SET WS-LOOKUP-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-LOOKUP-NOT-FOUND
                       DISPLAY "PRODUCT HAS NO BILL OF MATERIALS - "
                           "NOT A KIT - RE-ENTER"
                       SET WS-EDIT-FAILED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *> a packed product can be keyed in packs - the program does
      *> on a case-of-12 line is a keying error every time. Except
      *> on an adjustment: a count that finds one bottle broken out
      *> of a case is a part-pack figure on purpose, so code 4
      *> takes the quantity as counted. An assembly is keyed in
      *> kits, negative to break kits back into their components,
      *> and a quarantine in units as found, negative to release
           IF WS-ASK-CODE = 8
               DISPLAY "Enter number of kits (negative to break "
                   "kits down)" WITH NO ADVANCING
               ACCEPT WS-ASK-QUANTITY
           ELSE
           IF WS-ASK-CODE = 9
               DISPLAY "Enter quantity to hold (negative to "
                   "release)" WITH NO ADVANCING
               ACCEPT WS-ASK-QUANTITY
           ELSE
           IF WS-ASK-PACK-SIZE = ZERO OR WS-ASK-CODE = 4
               DISPLAY "Enter quantity" WITH NO ADVANCING
               ACCEPT WS-ASK-QUANTITY
                           DISPLAY "ANSWER U OR P"
                   END-EVALUATE
               END-PERFORM
           END-IF
           END-IF
           END-IF.

           MOVE ZERO TO WS-ASK-DEST.
           END-IF.

      *> an adjustment must say WHY - breakage, theft, found stock
      *> and keying corrections all look identical without it - and
      *> so must stock put into quarantine. A release may leave the
      *> reason blank to come off whatever has been held longest
           MOVE SPACES TO WS-ASK-REASON.
           IF WS-ASK-CODE = 4 OR WS-ASK-CODE = 9
               IF WS-REASON-COUNT = ZERO
                   DISPLAY "NO REASON CODE TABLE ON THIS SYSTEM - "
                       "TRANSACTION CANNOT BE CAPTURED"
                   EXIT PARAGRAPH
               END-IF
               SET WS-EDIT-FAILED TO TRUE
               PERFORM UNTIL WS-EDIT-OK
                   EVALUATE TRUE
                       WHEN WS-ASK-CODE = 4
                           DISPLAY "Enter adjustment reason code "
                               "(? to list)" WITH NO ADVANCING
                       WHEN WS-ASK-QUANTITY < ZERO
                           DISPLAY "Enter reason held under (? to "
                               "list, blank for any)" WITH NO ADVANCING
                       WHEN OTHER
                           DISPLAY "Enter quarantine reason code "
                               "(? to list)" WITH NO ADVANCING
                   END-EVALUATE
                   ACCEPT WS-ASK-REASON
                   IF WS-ASK-REASON = SPACES AND WS-ASK-CODE = 9
                           AND WS-ASK-QUANTITY < ZERO
                       SET WS-EDIT-OK TO TRUE
                   ELSE
                   IF WS-ASK-REASON = "? "
                       PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                               UNTIL WS-RC-IDX > WS-REASON-COUNT
                           DISPLAY "UNKNOWN REASON CODE - RE-ENTER"
                       END-IF
                   END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *> a buy carries the lot off the goods - blank when they have
      *> none - and a lot its expiry, a real day not already past
           MOVE SPACES TO WS-ASK-LOT.
           MOVE ZERO TO WS-ASK-EXPIRY.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           IF WS-ASK-CODE = 2
               DISPLAY "Enter lot number (blank if none)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-LOT
               IF WS-ASK-LOT NOT = SPACES
                   SET WS-EDIT-FAILED TO TRUE
                   PERFORM UNTIL WS-EDIT-OK
                       DISPLAY "Enter expiry date (YYYYMMDD)"
                           WITH NO ADVANCING
                       ACCEPT WS-ASK-EXPIRY
                       MOVE WS-ASK-EXPIRY TO DE-DATE
                       MOVE "N" TO DE-NO-FUTURE
                       MOVE WS-STAMP-DATE TO DE-EARLIEST
                       CALL "DATEEDIT" USING WS-DATE-PARM
                       IF DE-VALID
                           SET WS-EDIT-OK TO TRUE
                       ELSE
                           DISPLAY "BAD EXPIRY DATE: " DE-MESSAGE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *> stamp the capture moment - this is what the incremental
      *> posting mode keys on
           ACCEPT WS-STAMP-TIME FROM TIME.
           COMPUTE WS-TIMESTAMP =
               WS-STAMP-DATE * 1000000 + WS-STAMP-TIME / 100.
               MOVE WS-ASK-REASON TO PEND-REASON-CODE
               MOVE WS-OPERATOR-ID TO PEND-OPERATOR-ID
               MOVE WS-TRAN-VALUE TO PEND-VALUE
               MOVE WS-ASK-LOT TO PEND-LOT-NUMBER
               MOVE WS-ASK-EXPIRY TO PEND-EXPIRY-DATE
               WRITE PENDING-TRAN
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "VALUE " WS-TRAN-VALUE " EXCEEDS THE "
               MOVE WS-ASK-DEST TO NEW-DEST-BRANCH
               MOVE WS-TIMESTAMP TO NEW-TIMESTAMP
               MOVE WS-ASK-REASON TO NEW-REASON-CODE
               MOVE WS-ASK-LOT TO NEW-LOT-NUMBER
               MOVE WS-ASK-EXPIRY TO NEW-EXPIRY-DATE
               WRITE NEW-BALANCE
               ADD 1 TO WS-ENTERED-COUNT
               DISPLAY "TRANSACTION CAPTURED"
