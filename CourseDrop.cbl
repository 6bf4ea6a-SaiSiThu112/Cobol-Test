      *> else, the freed seat goes to the head of the course's
      *> waitlist, and every drop - applied or refused - is logged
      *> to DropAudit.txt the way DELETETEST logs to
      *> DeleteAudit.txt. The part of the course's charge the term's
      *> refund schedule still gives back for the week of the drop
      *> is credited to Charges.txt through REFUNDCR, so ARREARS
      *> stops chasing it. Loops until the 99999 quit sentinel.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   10 WS-WL-STUDENT PIC 9(5).
                   10 WS-WL-DATE PIC 9(8).
                   10 WS-WL-STATUS PIC X(1).
                   10 WS-WL-PROMOTED PIC 9(8).
           01 WS-WL-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-WL-EOF PIC A(1) VALUE "N".
           01 WS-WL-CHANGED-SW PIC X(1) VALUE "N".
           01 WS-AUDIT-LINE PIC X(80).
           01 WS-DROPPED-COUNT PIC 9(4) VALUE ZERO.

      *> the refund a drop earns, worked out and written to the
      *> charges file by the one REFUNDCR routine WITHDRAW shares
           01 WS-REFUND-PARM.
               05 RC-STUDENT-ID PIC 9(5).
               05 RC-COURSE-CODE PIC X(5).
               05 RC-TERM PIC X(6).
               05 RC-REASON PIC X(1).
               05 RC-DATE PIC 9(8).
               05 RC-RESULT PIC X(1).
                   88 RC-RAISED VALUE "R".
                   88 RC-NOTHING-DUE VALUE "N".
                   88 RC-FAILED VALUE "E".
               05 RC-PERCENT PIC 9(3).
               05 RC-AMOUNT PIC 9(5)V99.
               05 RC-MESSAGE PIC X(40).
           01 WS-REFUND-EDIT PIC ZZZZZZ9.99.
           01 WS-REFUND-COUNT PIC 9(4) VALUE ZERO.
           01 WS-REFUND-TOTAL PIC 9(7)V99 VALUE ZERO.

           01 WS-ENROLL-PATH PIC X(80).
           01 WS-WAITLIST-PATH PIC X(80).
           01 WS-ENROLL-STATUS PIC X(2).
                               MOVE WL-DATE TO WS-WL-DATE (WS-WL-IDX)
                               MOVE WL-STATUS
                                   TO WS-WL-STATUS (WS-WL-IDX)
                               IF WL-PROMOTE-DATE IS NUMERIC
                                   MOVE WL-PROMOTE-DATE
                                       TO WS-WL-PROMOTED (WS-WL-IDX)
                               ELSE
                                   MOVE ZERO
                                       TO WS-WL-PROMOTED (WS-WL-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   MOVE WS-WL-STUDENT (WS-WL-IDX) TO WL-STUDENT-ID
                   MOVE WS-WL-DATE (WS-WL-IDX) TO WL-DATE
                   MOVE WS-WL-STATUS (WS-WL-IDX) TO WL-STATUS
                   MOVE WS-WL-PROMOTED (WS-WL-IDX) TO WL-PROMOTE-DATE
                   WRITE WAITLIST-REC
               END-PERFORM
               CLOSE WAITLIST-FILE
           MOVE "R" TO FL-ACTION.
           CALL "FILELOCK" USING WS-LOCK-PARM.
           DISPLAY WS-DROPPED-COUNT " COURSES DROPPED".
           MOVE WS-REFUND-TOTAL TO WS-REFUND-EDIT.
           DISPLAY WS-REFUND-COUNT " REFUND CREDITS RAISED TOTALLING "
               WS-REFUND-EDIT.
           STOP RUN.

       DROP-ONE-COURSE.
               MOVE "DROPPED" TO WS-AUDIT-OUTCOME
               DISPLAY "COURSE " WS-ASK-COURSE " DROPPED - THE "
                   "STUDENT STAYS ACTIVE EVERYWHERE ELSE"
               PERFORM CREDIT-THE-DROP
               PERFORM PROMOTE-WAITLIST-HEAD
           END-IF.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE WS-AUDIT-LINE TO AUDIT-LINE.
           WRITE AUDIT-LINE.

      *> the refundable part of the course's charge for the week of
      *> the drop goes back on the student's account as a credit
       CREDIT-THE-DROP.
           MOVE WS-ASK-ID TO RC-STUDENT-ID.
           MOVE WS-ASK-COURSE TO RC-COURSE-CODE.
           MOVE WS-EN-TERM (WS-MATCH-IDX) TO RC-TERM.
           MOVE "D" TO RC-REASON.
           MOVE WS-TODAY TO RC-DATE.
           CALL "REFUNDCR" USING WS-REFUND-PARM.
           IF RC-RAISED
               ADD 1 TO WS-REFUND-COUNT
               ADD RC-AMOUNT TO WS-REFUND-TOTAL
               MOVE RC-AMOUNT TO WS-REFUND-EDIT
               DISPLAY "REFUND OF " WS-REFUND-EDIT " CREDITED - "
                   RC-MESSAGE
           ELSE
               IF RC-FAILED
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY "NO REFUND CREDITED - " RC-MESSAGE
           END-IF.

      *> the WITHDRAW promotion rule: oldest WAITING entry for the
      *> course wins the freed seat, skipping anyone already in
       PROMOTE-WAITLIST-HEAD.
                   IF NOT WS-SEAT-TAKEN
                       SET WS-PROMOTE-FOUND TO TRUE
                       MOVE "P" TO WS-WL-STATUS (WS-PROMOTE-IDX)
                       MOVE WS-TODAY
                           TO WS-WL-PROMOTED (WS-PROMOTE-IDX)
                       SET WS-WL-CHANGED TO TRUE
                       IF WS-ENR-COUNT < 2000
                           ADD 1 TO WS-ENR-COUNT
