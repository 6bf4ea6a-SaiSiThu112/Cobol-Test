      *> pre-posting edit run ahead of AssignTwo: validates every
      *> field of every raw NEW-BALANCE record - branch against
      *> ValidBranch.txt, product against ProductMaster.txt,
      *> transaction code against the defined codes 1-9 (5 being
      *> the transfer-in confirmation XFERCONF generates, 8 an
      *> assembly, which only a kit on KitBom.txt can take, 9 stock
      *> put into or released from quarantine), quantity
      *> numeric with a proper sign, and a transfer's destination
      *> branch real and different from the sender - writing the clean
      *> records to a file AssignTwo can consume and every reject to
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-CODE-STATUS.

           SELECT KIT-BOM-FILE
               ASSIGN TO DYNAMIC WS-KIT-BOM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KIT-BOM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> the incoming record is taken as a raw line so a malformed
               05 RC-CODE PIC X(2).
               05 RC-DESC PIC X(20).

           FD KIT-BOM-FILE.
           01 KIT-BOM-LINE.
               COPY KIT-BOM.

       WORKING-STORAGE SECTION.
      *> the raw record redefined into the NEW-BALANCE columns so each
      *> field can be edited in place
           01 WS-REASON-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-RC-ENDOFFILE PIC A(1) VALUE "N".

      *> the products that have a bill of materials - the only
      *> ones an assembly can be keyed against
           01 WS-KIT-TABLE.
               05 WS-KIT-ENTRY OCCURS 100 TIMES INDEXED BY WS-KIT-IDX.
                   10 WS-KIT-CODE PIC 9(2).
           01 WS-KIT-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-KIT-ENDOFFILE PIC A(1) VALUE "N".

           01 WS-RAW-EOF PIC A(1) VALUE "N".

           01 WS-RECORD-OK-SW PIC X(1).
           01 WS-VALID-BRANCH-PATH PIC X(80).
           01 WS-REASON-CODE-PATH PIC X(80).
           01 WS-REASON-CODE-STATUS PIC X(2).
           01 WS-KIT-BOM-PATH PIC X(80).
           01 WS-KIT-BOM-STATUS PIC X(2).

           01 WS-RAW-STATUS PIC X(2).
           01 WS-CLEAN-STATUS PIC X(2).
               CLOSE REASON-CODE-FILE
           END-IF.

           ACCEPT WS-KIT-BOM-PATH FROM ENVIRONMENT "KITBOM_FILE".
           IF WS-KIT-BOM-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\KitBom.txt"
                   TO WS-KIT-BOM-PATH
           END-IF.
      *> one entry per kit however many components it has - no bill
      *> file means no product is a kit and every assembly fails
           OPEN INPUT KIT-BOM-FILE.
           IF WS-KIT-BOM-STATUS = "00"
               PERFORM UNTIL WS-KIT-ENDOFFILE = "Y"
                   READ KIT-BOM-FILE
                       AT END MOVE "Y" TO WS-KIT-ENDOFFILE
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

      *> load the valid branch list and product codes once, up front,
      *> the same way AssignTwo does
           OPEN INPUT VALID-BRANCH-FILE.
      *> a product taken off sale still trickles in from the
      *> branches - it dies here now, except an adjustment: the
      *> write-offs a deactivation generates (and any later count
      *> correction on a dead code's card) must still post, and so
      *> must a quarantine, so stock held on a dead code can still
      *> be released to be written off. A run-down product only
      *> blocks new BUYS: the remaining stock must still be able to
      *> sell, transfer and adjust its way to zero
                       IF WS-PM-STATUS (WS-PM-IDX) = "I" AND
                               WS-R-CODE NOT = "4" AND
                               WS-R-CODE NOT = "9"
                           MOVE "DISCONTINUED PRODUCT"
                               TO WS-REJECT-REASON
                           SET WS-RECORD-BAD TO TRUE

      *> only the defined codes pass - anything else would have
      *> fallen into AssignTwo's WHEN OTHER and posted as a buy.
      *> Code 5 is a transfer-in confirmation generated by XFERCONF,
      *> code 6 a customer return generated by RETURNENT, code 7 a
      *> return to the supplier generated by RTVENT, code 8 an
      *> assembly (negative to break kits down), code 9 a quarantine
      *> (negative to release)
           IF WS-RECORD-OK
               IF WS-R-CODE NOT = "1" AND WS-R-CODE NOT = "2" AND
                   WS-R-CODE NOT = "3" AND WS-R-CODE NOT = "4" AND
                   WS-R-CODE NOT = "5" AND WS-R-CODE NOT = "6" AND
                   WS-R-CODE NOT = "7" AND WS-R-CODE NOT = "8" AND
                   WS-R-CODE NOT = "9"
                   MOVE "BAD TRANSACTION CODE" TO WS-REJECT-REASON
                   SET WS-RECORD-BAD TO TRUE
               END-IF
           END-IF.

      *> an assembly against a product with no bill of materials
      *> would only be refused at posting time - stop it here
           IF WS-RECORD-OK AND WS-R-CODE = "8"
               SET WS-LOOKUP-NOT-FOUND TO TRUE
               PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                       UNTIL WS-KIT-IDX > WS-KIT-COUNT
                   IF WS-KIT-CODE (WS-KIT-IDX) = WS-R-PRODUCT
                       SET WS-LOOKUP-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-LOOKUP-NOT-FOUND
                   MOVE "NOT A KIT PRODUCT" TO WS-REJECT-REASON
                   SET WS-RECORD-BAD TO TRUE
               END-IF
           END-IF.

           IF WS-RECORD-OK AND WS-R-QTY-DIGITS NOT NUMERIC
               MOVE "QUANTITY NOT NUMERIC" TO WS-REJECT-REASON
               SET WS-RECORD-BAD TO TRUE
      *> Adjustments are exempt, the same carve-out the product
      *> status check makes: a physical count legitimately finds one
      *> bottle broken out of a case, and that part-pack figure is
      *> exactly what a code-4 correction must be allowed to carry.
      *> A customer return is exempt too - RETURNENT has already held
      *> it to the quantity released, and a customer may bring back
      *> part of a pack. An assembly counts kits, not packs, and a
      *> quarantine holds back the damaged units actually found
           IF WS-RECORD-OK AND WS-R-CODE NOT = "4" AND
                   WS-R-CODE NOT = "6" AND WS-R-CODE NOT = "8" AND
                   WS-R-CODE NOT = "9"
               MOVE ZERO TO WS-CUR-PACK
               PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                       UNTIL WS-PM-IDX > WS-PM-COUNT
               END-IF
           END-IF.

      *> a quarantine holds nothing at zero, and stock held back
      *> needs a reason the table knows as much as a write-off does.
      *> A release may leave the reason blank - it then comes off
      *> whatever has been held longest - but one it names must be
      *> real
           IF WS-RECORD-OK AND WS-R-CODE = "9"
               IF WS-R-QTY-DIGITS = "0000000"
                   MOVE "ZERO QUARANTINE QUANTITY" TO WS-REJECT-REASON
                   SET WS-RECORD-BAD TO TRUE
               END-IF
           END-IF.
           IF WS-RECORD-OK AND WS-R-CODE = "9"
               IF WS-R-REASON = SPACES AND WS-R-QTY-SIGN = "-"
                   CONTINUE
               ELSE
                   SET WS-LOOKUP-NOT-FOUND TO TRUE
                   PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                           UNTIL WS-RC-IDX > WS-REASON-COUNT
                       IF WS-RC-CODE (WS-RC-IDX) = WS-R-REASON
                           SET WS-LOOKUP-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-LOOKUP-NOT-FOUND
                       MOVE "BAD QUARANTINE REASON"
                           TO WS-REJECT-REASON
                       SET WS-RECORD-BAD TO TRUE
                   END-IF
               END-IF
           END-IF.

       END PROGRAM EDITNEW.
