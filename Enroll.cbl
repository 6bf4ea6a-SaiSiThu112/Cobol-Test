      *> CourseMaster.txt), the course's seats-taken count is checked
      *> against its capacity and double enrollment is refused, then
      *> the enrollment is appended to Enrollment.txt with the date.
      *> A student whose current academic standing (the latest line
      *> STANDRUN left on StandingHistory.txt) is suspension is
      *> refused unless a supervisor authorizes it, logged like a
      *> prerequisite override. Every enrollment captured is also
      *> logged to EnrollAudit.txt with its term and date, which is
      *> where LETTERRUN finds the confirmations to send. Loops until
      *> the 99999 quit sentinel.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

      *> every prerequisite override, granted or refused, is logged,
      *> and so is every enrollment captured
           SELECT ENROLL-AUDIT-FILE ASSIGN TO "EnrollAudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-AUDIT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

      *> the standings STANDRUN has given - a suspended student
      *> needs a supervisor's authorization to enroll
           SELECT STANDING-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD STUDENT.
           01 TERM-MASTER-LINE.
               COPY TERM-MASTER.

           FD STANDING-HISTORY-FILE.
           01 STANDING-HISTORY-LINE.
               COPY STANDING-HISTORY.

       WORKING-STORAGE SECTION.
           01 WS-COURSE-TABLE.
               05 WS-CM-ENTRY OCCURS 200 TIMES INDEXED BY WS-CM-IDX.
           01 WS-GRADE-EOF PIC A(1) VALUE "N".
           01 WS-PASS-MARK PIC 9(3) VALUE 50.

      *> each student's latest standing
           01 WS-STANDING-TABLE.
               05 WS-SS-ENTRY OCCURS 2000 TIMES INDEXED BY WS-SS-IDX.
                   10 WS-SS-STUDENT PIC 9(5).
                   10 WS-SS-START PIC 9(8).
                   10 WS-SS-STANDING PIC X(1).
           01 WS-SS-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-HISTORY-EOF PIC A(1) VALUE "N".
           01 WS-HISTORY-PATH PIC X(80).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-STANDING-OK-SW PIC X(1).
               88 WS-STANDING-OK VALUE "Y".

           01 WS-PREREQ-MET-SW PIC X(1).
               88 WS-PREREQ-MET VALUE "Y".
           01 WS-APPROVER-ID PIC X(10).
               CLOSE GRADE-FILE
           END-IF.

           ACCEPT WS-HISTORY-PATH FROM ENVIRONMENT "STANDING_HISTORY".
           IF WS-HISTORY-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\StandingHistory.txt"
                   TO WS-HISTORY-PATH
           END-IF.
           OPEN INPUT STANDING-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-EOF = "Y"
                   READ STANDING-HISTORY-FILE
                       AT END MOVE "Y" TO WS-HISTORY-EOF
                       NOT AT END
                           PERFORM KEEP-LATEST-STANDING
                   END-READ
               END-PERFORM
               CLOSE STANDING-HISTORY-FILE
           END-IF.

           OPEN INPUT STUDENT.
           IF WS-STUDENT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT INDEX - STATUS "
                   MOVE STUDENT-NAME TO WS-STUDENT-NAME-OUT
                   SET WS-STUDENT-OK TO TRUE
           END-READ.
           IF WS-STUDENT-OK
               PERFORM CHECK-STANDING
               IF NOT WS-STANDING-OK
                   DISPLAY "STUDENT IS ON ACADEMIC SUSPENSION - "
                       "NOT ENROLLED"
                   MOVE "N" TO WS-STUDENT-OK-SW
               END-IF
           END-IF.
           IF NOT WS-STUDENT-OK
               CONTINUE
           ELSE
                   MOVE WS-ASK-COURSE TO WS-EN-COURSE (WS-EN-IDX)
                   DISPLAY "ENROLLED IN "
                       WS-CM-TITLE (WS-MATCH-IDX)
                   PERFORM LOG-ENROLLMENT
               END-IF
           END-IF
           END-IF
               CLOSE ENROLL-AUDIT-FILE
           END-IF.

      *> the confirmation letter works off this line, so it keeps
      *> the fixed shape LETTERRUN reads back
       LOG-ENROLLMENT.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           OPEN EXTEND ENROLL-AUDIT-FILE.
           IF WS-ENROLL-AUDIT-STATUS = "35"
               OPEN OUTPUT ENROLL-AUDIT-FILE
           END-IF.
           IF WS-ENROLL-AUDIT-STATUS = "00"
               MOVE SPACES TO WS-AUDIT-LINE
               STRING "ENROLLED " WS-ASK-STUDENT
                   " COURSE " WS-ASK-COURSE
                   " TERM " WS-CURRENT-TERM
                   " DATE " WS-ENROLL-DATE
                   " TIME " WS-AUDIT-TIME
                   DELIMITED BY SIZE INTO WS-AUDIT-LINE
               END-STRING
               MOVE WS-AUDIT-LINE TO AUDIT-LINE
               WRITE AUDIT-LINE
               CLOSE ENROLL-AUDIT-FILE
           END-IF.

       KEEP-LATEST-STANDING.
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-COUNT
               IF WS-SS-STUDENT (WS-SS-IDX) = SH-STUDENT-ID
                   IF SH-TERM-START > WS-SS-START (WS-SS-IDX)
                       MOVE SH-TERM-START TO WS-SS-START (WS-SS-IDX)
                       MOVE SH-STANDING TO WS-SS-STANDING (WS-SS-IDX)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-SS-COUNT < 2000
               ADD 1 TO WS-SS-COUNT
               SET WS-SS-IDX TO WS-SS-COUNT
               MOVE SH-STUDENT-ID TO WS-SS-STUDENT (WS-SS-IDX)
               MOVE SH-TERM-START TO WS-SS-START (WS-SS-IDX)
               MOVE SH-STANDING TO WS-SS-STANDING (WS-SS-IDX)
           END-IF.

      *> a suspended student enrolls only on a supervisor's
      *> authorization - the same code and log as a prerequisite
      *> override
       CHECK-STANDING.
           SET WS-STANDING-OK TO TRUE.
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-COUNT
               IF WS-SS-STUDENT (WS-SS-IDX) = WS-ASK-STUDENT
                   IF WS-SS-STANDING (WS-SS-IDX) = "S"
                       MOVE "N" TO WS-STANDING-OK-SW
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-STANDING-OK
               DISPLAY "STUDENT " WS-ASK-STUDENT
                   " IS SUSPENDED - SUPERVISOR OVERRIDE? (ENTER"
                   " APPROVER ID AND AUTHORIZATION CODE, OR"
                   " BLANKS TO REFUSE)"
               ACCEPT WS-APPROVER-ID
               ACCEPT WS-AUTH-CODE
               IF WS-AUTH-CODE = WS-VALID-AUTH-CODE
                   SET WS-STANDING-OK TO TRUE
                   MOVE "OVERRIDDEN" TO WS-AUDIT-OUTCOME
               ELSE
                   MOVE "REFUSED" TO WS-AUDIT-OUTCOME
               END-IF
               PERFORM LOG-STANDING-DECISION
           END-IF.

       LOG-STANDING-DECISION.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           OPEN EXTEND ENROLL-AUDIT-FILE.
           IF WS-ENROLL-AUDIT-STATUS = "35"
               OPEN OUTPUT ENROLL-AUDIT-FILE
           END-IF.
           IF WS-ENROLL-AUDIT-STATUS = "00"
               MOVE SPACES TO WS-AUDIT-LINE
               STRING "SUSPENDED " WS-ASK-STUDENT
                   " APPROVER " WS-APPROVER-ID
                   " OUTCOME " WS-AUDIT-OUTCOME
                   " TIME " WS-AUDIT-TIME
                   DELIMITED BY SIZE INTO WS-AUDIT-LINE
               END-STRING
               MOVE WS-AUDIT-LINE TO AUDIT-LINE
               WRITE AUDIT-LINE
               CLOSE ENROLL-AUDIT-FILE
           END-IF.

      *> a student cannot sit in two rooms at once: every course the
      *> student already holds is checked against the new course's
      *> meeting slot - courses with no slot set clash with nobody
               MOVE WS-ASK-STUDENT TO WL-STUDENT-ID
               MOVE WS-ENROLL-DATE TO WL-DATE
               SET WL-WAITING TO TRUE
               MOVE ZERO TO WL-PROMOTE-DATE
               WRITE WAITLIST-REC
               ADD 1 TO WS-WAITLISTED-COUNT
               ADD 1 TO WS-WAIT-POSITION
