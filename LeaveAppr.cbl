       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEAPPR.

      *> the manager's leave queue. LEAVEENT books requests onto
      *> Leave.txt pending; here the manager signed on through
      *> OPERATORMENU sees the pending requests of the staff who
      *> report to them (PERSON-MANAGER-ID) and approves or rejects
      *> each one. The manager is found from the signed-on operator's
      *> line on Operators.txt, which carries their employee number.
      *> A supervisor (role S) also gets the requests nobody else
      *> can decide - staff with no manager, or whose manager is no
      *> longer active - but never their own. Each decision is
      *> stamped with the day and the operator; a request left
      *> alone stays pending. Leave.txt is held under the LEAVE lock
      *> for the session and rewritten at the end.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT LEAVE-FILE ASSIGN TO DYNAMIC WS-LEAVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO DYNAMIC WS-OPERATOR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

      *> path can be overridden at run time by setting WRITETEST_PERSON
      *> in the environment - see WS-PERSON-PATH below
           SELECT PERSON ASSIGN TO DYNAMIC WS-PERSON-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PERSON-ID
               ALTERNATE RECORD KEY IS PERSON-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PERSON-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD LEAVE-FILE.
           01 LEAVE-REC.
               COPY LEAVE-RECORD.

           FD OPERATOR-FILE.
           01 OPERATOR-LINE.
               05 OP-ID PIC X(10).
               05 OP-ROLE PIC X(1).
               05 OP-PASS-HASH PIC 9(8).
               05 OP-FAILS PIC 9(1).
               05 OP-LOCK PIC X(1).
               05 OP-PASS-DATE PIC 9(8).
               05 OP-PERSON-ID PIC 9(5).

           FD PERSON.
           01 PERSON-INFO-FILE.
               COPY PERSON-INFO.

       WORKING-STORAGE SECTION.
           01 WS-LEAVE-TABLE.
               05 WS-LV-ENTRY OCCURS 5000 TIMES INDEXED BY WS-LV-IDX.
                   10 WS-LV-IMAGE PIC X(51).
           01 WS-LEAVE-COUNT PIC 9(5) COMP VALUE ZERO.
      *> one leave line off the table, to look at and decide
           01 WS-LEAVE-WORK.
               COPY LEAVE-RECORD REPLACING LEADING ==LV== BY ==LW==.
           01 WS-LEAVE-EOF PIC A(1) VALUE "N".
           01 WS-LEAVE-FULL-SW PIC X(1) VALUE "N".
               88 WS-LEAVE-FULL VALUE "Y".
           01 WS-SAVE-FAILED-SW PIC X(1) VALUE "N".
               88 WS-SAVE-FAILED VALUE "Y".

      *> the requests this operator may decide, pointing back into
      *> the leave table
           01 WS-QUEUE-TABLE.
               05 WS-QU-ENTRY OCCURS 500 TIMES INDEXED BY WS-QU-IDX.
                   10 WS-QU-LINE PIC 9(5) COMP.
                   10 WS-QU-NAME PIC X(20).
                   10 WS-QU-NOTE PIC X(20).
           01 WS-QUEUE-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-OPERATOR-ID PIC X(10).
           01 WS-MY-PERSON PIC 9(5) VALUE ZERO.
           01 WS-MY-ROLE PIC X(1) VALUE SPACE.
               88 WS-SUPERVISOR VALUE "S".
           01 WS-OPERATOR-FOUND-SW PIC X(1) VALUE "N".
               88 WS-OPERATOR-FOUND VALUE "Y".
           01 WS-OPERATOR-EOF PIC A(1) VALUE "N".

           01 WS-MINE-SW PIC X(1).
               88 WS-MINE VALUE "Y".
           01 WS-NOTE PIC X(20).
           01 WS-EMP-NAME PIC X(20).
           01 WS-EMP-MANAGER PIC 9(5).
           01 WS-PICK PIC 9(4).
           01 WS-DECISION PIC X(1).
           01 WS-DECIDED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-APPROVED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-REJECTED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-TODAY PIC 9(8).
           01 WS-STATE-OUT PIC X(10).
           01 WS-QUEUE-NO PIC ZZ9.

      *> the shared-file interlock
           01 WS-LOCK-PARM.
               05 FL-ACTION PIC X(1).
               05 FL-LOCK-NAME PIC X(20).
               05 FL-HOLDER PIC X(10).
               05 FL-RESULT PIC X(1).
                   88 FL-GRANTED VALUE "G".
                   88 FL-HELD VALUE "H".
               05 FL-MESSAGE PIC X(40).

           01 WS-LEAVE-PATH PIC X(80).
           01 WS-OPERATOR-PATH PIC X(80).
           01 WS-PERSON-PATH PIC X(80).
           01 WS-LEAVE-STATUS PIC X(2).
           01 WS-OPERATOR-STATUS PIC X(2).
           01 WS-PERSON-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-LEAVE-PATH FROM ENVIRONMENT "LEAVE_FILE".
           IF WS-LEAVE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Leave.txt"
                   TO WS-LEAVE-PATH
           END-IF.
           ACCEPT WS-OPERATOR-PATH FROM ENVIRONMENT "OPERATORS_FILE".
           IF WS-OPERATOR-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Operators.txt"
                   TO WS-OPERATOR-PATH
           END-IF.
           ACCEPT WS-PERSON-PATH FROM ENVIRONMENT "WRITETEST_PERSON".
           IF WS-PERSON-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Person Info.txt"
                   TO WS-PERSON-PATH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

      *> the decisions belong to whoever signed on at the menu
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "SIGN ON THROUGH THE OPERATOR MENU TO "
                   "DECIDE LEAVE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS = "00"
               PERFORM UNTIL WS-OPERATOR-EOF = "Y"
                   READ OPERATOR-FILE
                       AT END MOVE "Y" TO WS-OPERATOR-EOF
                       NOT AT END
                           IF OP-ID = WS-OPERATOR-ID
                               SET WS-OPERATOR-FOUND TO TRUE
                               MOVE OP-ROLE TO WS-MY-ROLE
                               IF OP-PERSON-ID IS NUMERIC
                                   MOVE OP-PERSON-ID TO WS-MY-PERSON
                               END-IF
                               IF OP-LOCK = "L"
                                   MOVE "N" TO WS-OPERATOR-FOUND-SW
                               END-IF
                               MOVE "Y" TO WS-OPERATOR-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.
           IF NOT WS-OPERATOR-FOUND
               DISPLAY "OPERATOR " WS-OPERATOR-ID " IS NOT ON THE "
                   "OPERATOR FILE, OR IS LOCKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MY-PERSON = ZERO AND NOT WS-SUPERVISOR
               DISPLAY "NO EMPLOYEE NUMBER ON YOUR OPERATOR LINE - "
                   "NOBODY'S LEAVE COMES TO YOU"
               STOP RUN
           END-IF.

           OPEN INPUT PERSON.
           IF WS-PERSON-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PERSON FILE - STATUS "
                   WS-PERSON-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "A" TO FL-ACTION.
           MOVE "LEAVE" TO FL-LOCK-NAME.
           MOVE WS-OPERATOR-ID TO FL-HOLDER.
           CALL "FILELOCK" USING WS-LOCK-PARM.
           IF NOT FL-GRANTED
               DISPLAY "LEAVE REQUESTS ARE BEING UPDATED BY "
                   FL-HOLDER " - TRY AGAIN SHORTLY"
               CLOSE PERSON
               STOP RUN
           END-IF.

           OPEN INPUT LEAVE-FILE.
           IF WS-LEAVE-STATUS NOT = "00"
               DISPLAY "NO LEAVE REQUESTS ON FILE"
               CLOSE PERSON
               MOVE "R" TO FL-ACTION
               CALL "FILELOCK" USING WS-LOCK-PARM
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-LEAVE-EOF = "Y"
               READ LEAVE-FILE
                   AT END MOVE "Y" TO WS-LEAVE-EOF
                   NOT AT END
                       IF WS-LEAVE-COUNT < 5000
                           ADD 1 TO WS-LEAVE-COUNT
                           SET WS-LV-IDX TO WS-LEAVE-COUNT
                           MOVE LEAVE-REC TO WS-LV-IMAGE (WS-LV-IDX)
                           IF LV-PENDING
                               PERFORM QUEUE-IF-MINE
                           END-IF
                       ELSE
                           SET WS-LEAVE-FULL TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEAVE-FILE.
           CLOSE PERSON.

      *> the whole file is written back, so one line that would not
      *> fit the table would be lost - better to decide nothing
           IF WS-LEAVE-FULL
               DISPLAY "LEAVE FILE HAS MORE THAN 5000 LINES - "
                   "ARCHIVE OLD YEARS BEFORE DECIDING"
               MOVE "R" TO FL-ACTION
               CALL "FILELOCK" USING WS-LOCK-PARM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-QUEUE-COUNT = ZERO
               DISPLAY "NO LEAVE REQUESTS WAITING FOR "
                   WS-OPERATOR-ID
               MOVE "R" TO FL-ACTION
               CALL "FILELOCK" USING WS-LOCK-PARM
               STOP RUN
           END-IF.

           MOVE 1 TO WS-PICK.
           PERFORM UNTIL WS-PICK = ZERO
               PERFORM SHOW-THE-QUEUE
               DISPLAY "Enter request number to decide (0 to finish)"
                   WITH NO ADVANCING
               ACCEPT WS-PICK
               IF WS-PICK NOT = ZERO
                   PERFORM DECIDE-ONE-REQUEST
               END-IF
           END-PERFORM.

           IF WS-DECIDED-COUNT > ZERO
               PERFORM WRITE-LEAVE-BACK
           END-IF.
           MOVE "R" TO FL-ACTION.
           CALL "FILELOCK" USING WS-LOCK-PARM.
           IF WS-SAVE-FAILED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY WS-APPROVED-COUNT " APPROVED, " WS-REJECTED-COUNT
               " REJECTED".
           STOP RUN.

      *> a pending request is this operator's when the employee
      *> reports to them; a supervisor also takes the ones with no
      *> active manager to go to - never their own
       QUEUE-IF-MINE.
           MOVE "N" TO WS-MINE-SW.
           MOVE SPACES TO WS-NOTE.
           MOVE LV-PERSON-ID TO PERSON-ID.
           READ PERSON
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO WS-EMP-NAME
                   MOVE ZERO TO WS-EMP-MANAGER
                   MOVE "EMPLOYEE NOT ON FILE" TO WS-NOTE
               NOT INVALID KEY
                   MOVE PERSON-NAME TO WS-EMP-NAME
                   IF PERSON-MANAGER-ID IS NUMERIC
                       MOVE PERSON-MANAGER-ID TO WS-EMP-MANAGER
                   ELSE
                       MOVE ZERO TO WS-EMP-MANAGER
                   END-IF
           END-READ.
           IF WS-EMP-MANAGER NOT = ZERO AND
                   WS-EMP-MANAGER = WS-MY-PERSON
               SET WS-MINE TO TRUE
           END-IF.
           IF WS-SUPERVISOR AND NOT WS-MINE AND
                   LV-PERSON-ID NOT = WS-MY-PERSON
               IF WS-EMP-MANAGER = ZERO
                   SET WS-MINE TO TRUE
                   IF WS-NOTE = SPACES
                       MOVE "NO MANAGER" TO WS-NOTE
                   END-IF
               ELSE
                   MOVE WS-EMP-MANAGER TO PERSON-ID
                   READ PERSON
                       INVALID KEY
                           SET WS-MINE TO TRUE
                           MOVE "MANAGER NOT ON FILE" TO WS-NOTE
                       NOT INVALID KEY
                           IF NOT PERSON-ACTIVE
                               SET WS-MINE TO TRUE
                               MOVE "MANAGER NOT ACTIVE" TO WS-NOTE
                           END-IF
                   END-READ
               END-IF
           END-IF.
           IF WS-MINE AND WS-QUEUE-COUNT < 500
               ADD 1 TO WS-QUEUE-COUNT
               SET WS-QU-IDX TO WS-QUEUE-COUNT
               MOVE WS-LEAVE-COUNT TO WS-QU-LINE (WS-QU-IDX)
               MOVE WS-EMP-NAME TO WS-QU-NAME (WS-QU-IDX)
               MOVE WS-NOTE TO WS-QU-NOTE (WS-QU-IDX)
           END-IF.

       SHOW-THE-QUEUE.
           DISPLAY " ".
           DISPLAY "LEAVE REQUESTS FOR " WS-OPERATOR-ID.
           PERFORM VARYING WS-QU-IDX FROM 1 BY 1
                   UNTIL WS-QU-IDX > WS-QUEUE-COUNT
               SET WS-LV-IDX TO WS-QU-LINE (WS-QU-IDX)
               MOVE WS-LV-IMAGE (WS-LV-IDX) TO WS-LEAVE-WORK
               EVALUATE TRUE
                   WHEN LW-PENDING
                       MOVE "PENDING" TO WS-STATE-OUT
                   WHEN LW-REJECTED
                       MOVE "REJECTED" TO WS-STATE-OUT
                   WHEN OTHER
                       MOVE "APPROVED" TO WS-STATE-OUT
               END-EVALUATE
               SET WS-PICK TO WS-QU-IDX
               MOVE WS-PICK TO WS-QUEUE-NO
               DISPLAY WS-QUEUE-NO " " LW-PERSON-ID " "
                   WS-QU-NAME (WS-QU-IDX) " " LW-FROM-DATE " TO "
                   LW-TO-DATE " " LW-DAYS " DAYS " WS-STATE-OUT " "
                   WS-QU-NOTE (WS-QU-IDX)
           END-PERFORM.

       DECIDE-ONE-REQUEST.
           IF WS-PICK > WS-QUEUE-COUNT
               DISPLAY "NO REQUEST " WS-PICK " IN THE QUEUE"
               EXIT PARAGRAPH
           END-IF.
           SET WS-QU-IDX TO WS-PICK.
           SET WS-LV-IDX TO WS-QU-LINE (WS-QU-IDX).
           MOVE WS-LV-IMAGE (WS-LV-IDX) TO WS-LEAVE-WORK.
           IF NOT LW-PENDING
               DISPLAY "ALREADY DECIDED THIS SESSION"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-QU-NAME (WS-QU-IDX) " OFF " LW-FROM-DATE " TO "
               LW-TO-DATE " (" LW-DAYS " DAYS), ASKED "
               LW-REQUESTED-DATE.
           DISPLAY "A=APPROVE R=REJECT (anything else leaves it "
               "pending)" WITH NO ADVANCING.
           ACCEPT WS-DECISION.
           EVALUATE WS-DECISION
               WHEN "A"
               WHEN "a"
                   SET LW-APPROVED TO TRUE
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN "R"
               WHEN "r"
                   SET LW-REJECTED TO TRUE
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   DISPLAY "LEFT PENDING"
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE WS-TODAY TO LW-DECIDED-DATE.
           MOVE WS-OPERATOR-ID TO LW-DECIDED-BY.
           MOVE WS-LEAVE-WORK TO WS-LV-IMAGE (WS-LV-IDX).
           ADD 1 TO WS-DECIDED-COUNT.

       WRITE-LEAVE-BACK.
           OPEN OUTPUT LEAVE-FILE.
           IF WS-LEAVE-STATUS NOT = "00"
               DISPLAY "ERROR WRITING LEAVE FILE - STATUS "
                   WS-LEAVE-STATUS " - DECISIONS NOT SAVED"
               SET WS-SAVE-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                   UNTIL WS-LV-IDX > WS-LEAVE-COUNT
               MOVE WS-LV-IMAGE (WS-LV-IDX) TO LEAVE-REC
               WRITE LEAVE-REC
           END-PERFORM.
           CLOSE LEAVE-FILE.
           DISPLAY "LEAVE FILE REWRITTEN".

       END PROGRAM LEAVEAPPR.
