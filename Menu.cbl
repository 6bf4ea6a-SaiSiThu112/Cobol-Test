           FILE-CONTROL.
      *> who may sign on, and whether they are a plain operator (O)
      *> or a supervisor (S) - supervisors see the destructive options
      *> - or HR (H), the one role PERSACC shows salary and bank
      *> details to in the personnel inquiries
           SELECT OPERATOR-FILE ASSIGN TO DYNAMIC WS-OPERATOR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
               05 OP-FAILS PIC 9(1).
               05 OP-LOCK PIC X(1).
               05 OP-PASS-DATE PIC 9(8).
      *> the operator's own employee number, so a manager signed on
      *> here sees their own staff's leave in LEAVEAPPR - zero (or
      *> blank on older lines) for an operator who is not on the
      *> personnel file
               05 OP-PERSON-ID PIC 9(5).

           FD JOB-LOG-FILE.
           01 JOB-LOG-LINE PIC X(120).
                   10 WS-OP-FAILS PIC 9(1).
                   10 WS-OP-LOCK PIC X(1).
                   10 WS-OP-PASS-DATE PIC 9(8).
                   10 WS-OP-PERSON-ID PIC 9(5).
           01 WS-OPERATOR-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-OPERATOR-EOF PIC A(1) VALUE "N".
           01 WS-OPERATORS-CHANGED-SW PIC X(1) VALUE "N".
                               MOVE ZERO
                                   TO WS-OP-PASS-DATE (WS-OP-IDX)
                           END-IF
                           IF OP-PERSON-ID IS NUMERIC
                               MOVE OP-PERSON-ID
                                   TO WS-OP-PERSON-ID (WS-OP-IDX)
                           ELSE
                               MOVE ZERO
                                   TO WS-OP-PERSON-ID (WS-OP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
               DISPLAY "10 - MULTIPLIER  (multiply calculator)"
               DISPLAY "11 - XREFLIST    (staff/student cross-ref)"
               DISPLAY "12 - ITERATORIF  (running calculator)"
               DISPLAY "15 - LEAVEAPPR   (approve staff leave)"
               IF WS-SUPERVISOR
                   DISPLAY "13 - FORCE RE-POST (supervisor only)"
                   DISPLAY "14 - UNLOCK OPERATOR (supervisor only)"
                       ELSE
                           DISPLAY "SUPERVISOR SIGN-ON REQUIRED"
                       END-IF
      *> the manager's queue - LEAVEAPPR works out whose requests
      *> are theirs from the signed-on operator
                   WHEN 15
                       MOVE "LEAVEAPPR" TO WS-COMMAND
                       CALL "SYSTEM" USING WS-COMMAND
                   WHEN 0
                       SET WS-QUIT TO TRUE
                   WHEN OTHER
                   MOVE WS-OP-LOCK (WS-OP-IDX) TO OP-LOCK
                   MOVE WS-OP-PASS-DATE (WS-OP-IDX)
                       TO OP-PASS-DATE
                   MOVE WS-OP-PERSON-ID (WS-OP-IDX) TO OP-PERSON-ID
                   WRITE OPERATOR-LINE
               END-PERFORM
               CLOSE OPERATOR-FILE
