      *> logged to WithdrawAudit.txt the way DELETETEST logs to
      *> DeleteAudit.txt. Withdrawn students drop out of READVERB's
      *> listing and the sorted/merged rosters but keep their history.
      *> Each course closed out earns the part of its charge the
      *> term's refund schedule still gives back, credited to
      *> Charges.txt through REFUNDCR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   10 WS-WL-STUDENT PIC 9(5).
                   10 WS-WL-DATE PIC 9(8).
                   10 WS-WL-STATUS PIC X(1).
                   10 WS-WL-PROMOTED PIC 9(8).
           01 WS-WL-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-WL-EOF PIC A(1) VALUE "N".
           01 WS-WL-CHANGED-SW PIC X(1) VALUE "N".
           01 WS-TAKEN-SW PIC X(1).
               88 WS-SEAT-TAKEN VALUE "Y".

      *> the refund each closed-out course earns, worked out and
      *> written to the charges file by the one REFUNDCR routine
      *> COURSEDROP shares
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

       PROCEDURE DIVISION.
           ACCEPT WS-INDEX-PATH FROM ENVIRONMENT "STUDENT_INDEX".
           IF WS-INDEX-PATH = SPACES
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
           CLOSE WITHDRAW-AUDIT-FILE.
           PERFORM GIVE-BACK-THE-LOCKS.
           DISPLAY WS-WITHDRAWN-COUNT " STUDENTS WITHDRAWN".
           MOVE WS-REFUND-TOTAL TO WS-REFUND-EDIT.
           DISPLAY WS-REFUND-COUNT " REFUND CREDITS RAISED TOTALLING "
               WS-REFUND-EDIT.
           STOP RUN.

      *> both locks go back on every exit, routine or not - a lock
                       WS-EN-STATUS (WS-EN-IDX) = "A"
                   MOVE "W" TO WS-EN-STATUS (WS-EN-IDX)
                   SET WS-ENR-CHANGED TO TRUE
                   PERFORM CREDIT-THE-COURSE
                   PERFORM PROMOTE-WAITLIST-HEAD
               END-IF
           END-PERFORM.

      *> the refundable part of the course's charge for the week of
      *> the withdrawal goes back on the student's account
       CREDIT-THE-COURSE.
           MOVE WS-ASK-ID TO RC-STUDENT-ID.
           MOVE WS-EN-COURSE (WS-EN-IDX) TO RC-COURSE-CODE.
           MOVE WS-EN-TERM (WS-EN-IDX) TO RC-TERM.
           MOVE "W" TO RC-REASON.
           MOVE WS-WDRAW-DATE TO RC-DATE.
           CALL "REFUNDCR" USING WS-REFUND-PARM.
           IF RC-RAISED
               ADD 1 TO WS-REFUND-COUNT
               ADD RC-AMOUNT TO WS-REFUND-TOTAL
               MOVE RC-AMOUNT TO WS-REFUND-EDIT
               DISPLAY WS-EN-COURSE (WS-EN-IDX) " REFUND OF "
                   WS-REFUND-EDIT " CREDITED - " RC-MESSAGE
           ELSE
               IF RC-FAILED
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY WS-EN-COURSE (WS-EN-IDX) " NO REFUND "
                   "CREDITED - " RC-MESSAGE
           END-IF.

      *> oldest WAITING entry for the course wins the seat - unless
      *> they are somehow already enrolled, in which case the next
      *> in line gets it
                   IF NOT WS-SEAT-TAKEN
                       SET WS-PROMOTE-FOUND TO TRUE
                       MOVE "P" TO WS-WL-STATUS (WS-PROMOTE-IDX)
                       MOVE WS-WDRAW-DATE
                           TO WS-WL-PROMOTED (WS-PROMOTE-IDX)
                       SET WS-WL-CHANGED TO TRUE
                       IF WS-ENR-COUNT < 2000
                           ADD 1 TO WS-ENR-COUNT
