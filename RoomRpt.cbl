       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOMRPT.

      *> room utilisation for a term: for each room on
      *> RoomMaster.txt, the courses booked into it at their day and
      *> period, each with its standing enrollments on Enrollment.txt
      *> against the room's seats, then the room's booked periods out
      *> of the teaching week (7 days of 12 periods) and its overall
      *> seat fill. Courses with a room but no meeting time, and
      *> courses with no room at all, are listed so they can be
      *> placed. Written to RoomUtil.txt. Run as ROOMRPT term - no
      *> term and it is the one covering today, the AWARDRPT rule.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT ROOM-MASTER-FILE ASSIGN TO DYNAMIC WS-ROOM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROOM-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO DYNAMIC WS-COURSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO DYNAMIC WS-ENROLL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT TERM-MASTER-FILE ASSIGN TO DYNAMIC WS-TERM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ROOM-MASTER-FILE.
           01 ROOM-MASTER-LINE.
               COPY ROOM-MASTER.

           FD COURSE-MASTER-FILE.
           01 COURSE-MASTER-LINE.
               COPY COURSE-MASTER.

           FD ENROLLMENT-FILE.
           01 ENROLLMENT-REC.
               COPY ENROLLMENT.

           FD TERM-MASTER-FILE.
           01 TERM-MASTER-LINE.
               COPY TERM-MASTER.

           FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-ROOM-TABLE.
               05 WS-RM-ENTRY OCCURS 200 TIMES INDEXED BY WS-RM-IDX.
                   10 WS-RM-CODE PIC X(5).
                   10 WS-RM-DESC PIC X(20).
                   10 WS-RM-SEATS PIC 9(3).
           01 WS-ROOM-COUNT PIC 9(4) COMP VALUE ZERO.

      *> the courses, with the term's standing enrollments counted
      *> against each
           01 WS-COURSE-TABLE.
               05 WS-CM-ENTRY OCCURS 200 TIMES INDEXED BY WS-CM-IDX.
                   10 WS-CM-CODE PIC X(5).
                   10 WS-CM-TITLE PIC X(20).
                   10 WS-CM-DAY PIC 9(1).
                   10 WS-CM-PERIOD PIC 9(2).
                   10 WS-CM-ROOM PIC X(5).
                   10 WS-CM-ENROLLED PIC 9(4).
           01 WS-COURSE-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-ARG-TERM PIC X(6).
           01 WS-CURRENT-TERM PIC X(6) VALUE SPACES.
           01 WS-TODAY PIC 9(8).

           01 WS-ROOM-EOF PIC A(1) VALUE "N".
           01 WS-COURSE-EOF PIC A(1) VALUE "N".
           01 WS-ENROLL-EOF PIC A(1) VALUE "N".
           01 WS-TERM-EOF PIC A(1) VALUE "N".

           01 WS-SORT-IDX1 PIC 9(4) COMP.
           01 WS-SORT-IDX2 PIC 9(4) COMP.
           01 WS-SORT-TEMP PIC X(37).
           01 WS-ROOM-SORT-TEMP PIC X(28).
           01 WS-BOOKED PIC 9(3) COMP.
           01 WS-ROOM-ENROLLED PIC 9(6) COMP.
           01 WS-FILL-PCT PIC 9(3).
           01 WS-UNPLACED PIC 9(4) COMP.
           01 WS-PLACED-SW PIC X(1).
               88 WS-PLACED VALUE "Y".

           01 WS-FILL-EDIT PIC ZZ9.
           01 WS-BOOKED-EDIT PIC Z9.
           01 WS-ENROLLED-EDIT PIC ZZZ9.
           01 WS-SEATS-EDIT PIC ZZ9.
           01 WS-REPORT-LINE PIC X(80).

           01 WS-ROOM-PATH PIC X(80).
           01 WS-COURSE-PATH PIC X(80).
           01 WS-ENROLL-PATH PIC X(80).
           01 WS-TERM-PATH PIC X(80).
           01 WS-REPORT-PATH PIC X(80).
           01 WS-ROOM-STATUS PIC X(2).
           01 WS-COURSE-STATUS PIC X(2).
           01 WS-ENROLL-STATUS PIC X(2).
           01 WS-TERM-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ARG-TERM FROM COMMAND-LINE.
           INSPECT WS-ARG-TERM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           ACCEPT WS-ROOM-PATH FROM ENVIRONMENT "ROOMMASTER_FILE".
           IF WS-ROOM-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\RoomMaster.txt"
                   TO WS-ROOM-PATH
           END-IF.
           ACCEPT WS-COURSE-PATH FROM ENVIRONMENT "COURSEMASTER_FILE".
           IF WS-COURSE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CourseMaster.txt"
                   TO WS-COURSE-PATH
           END-IF.
           ACCEPT WS-ENROLL-PATH FROM ENVIRONMENT "ENROLLMENT_FILE".
           IF WS-ENROLL-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Enrollment.txt"
                   TO WS-ENROLL-PATH
           END-IF.
           ACCEPT WS-TERM-PATH FROM ENVIRONMENT "TERMMASTER_FILE".
           IF WS-TERM-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\TermMaster.txt"
                   TO WS-TERM-PATH
           END-IF.
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "ROOMRPT_REPORT".
           IF WS-REPORT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\RoomUtil.txt"
                   TO WS-REPORT-PATH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

      *> no term asked for - the one covering today, the ENROLL rule
           IF WS-ARG-TERM = SPACES
               OPEN INPUT TERM-MASTER-FILE
               IF WS-TERM-STATUS = "00"
                   PERFORM UNTIL WS-TERM-EOF = "Y"
                       READ TERM-MASTER-FILE
                           AT END MOVE "Y" TO WS-TERM-EOF
                           NOT AT END
                               IF TM-START-DATE NOT > WS-TODAY
                                   AND TM-END-DATE NOT < WS-TODAY
                                   MOVE TM-TERM-CODE
                                       TO WS-CURRENT-TERM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TERM-MASTER-FILE
               END-IF
               MOVE WS-CURRENT-TERM TO WS-ARG-TERM
           END-IF.
           IF WS-ARG-TERM = SPACES
               DISPLAY "NO TERM GIVEN AND NONE COVERS TODAY - "
                   "RUN AS ROOMRPT termcode"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ROOM-MASTER-FILE.
           IF WS-ROOM-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ROOM MASTER - STATUS "
                   WS-ROOM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-ROOM-EOF = "Y"
               READ ROOM-MASTER-FILE
                   AT END MOVE "Y" TO WS-ROOM-EOF
                   NOT AT END
                       IF WS-ROOM-COUNT < 200
                           ADD 1 TO WS-ROOM-COUNT
                           SET WS-RM-IDX TO WS-ROOM-COUNT
                           MOVE RM-ROOM-CODE TO WS-RM-CODE (WS-RM-IDX)
                           MOVE RM-DESCRIPTION
                               TO WS-RM-DESC (WS-RM-IDX)
                           MOVE RM-SEATS TO WS-RM-SEATS (WS-RM-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROOM-MASTER-FILE.

           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-COURSE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING COURSE MASTER - STATUS "
                   WS-COURSE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COURSE-EOF = "Y"
               READ COURSE-MASTER-FILE
                   AT END MOVE "Y" TO WS-COURSE-EOF
                   NOT AT END
                       IF WS-COURSE-COUNT < 200
                           ADD 1 TO WS-COURSE-COUNT
                           SET WS-CM-IDX TO WS-COURSE-COUNT
                           MOVE COURSE-CODE TO WS-CM-CODE (WS-CM-IDX)
                           MOVE COURSE-TITLE
                               TO WS-CM-TITLE (WS-CM-IDX)
                           IF COURSE-DAY IS NUMERIC AND
                                   COURSE-PERIOD IS NUMERIC
                               MOVE COURSE-DAY
                                   TO WS-CM-DAY (WS-CM-IDX)
                               MOVE COURSE-PERIOD
                                   TO WS-CM-PERIOD (WS-CM-IDX)
                           ELSE
                               MOVE ZERO TO WS-CM-DAY (WS-CM-IDX)
                               MOVE ZERO TO WS-CM-PERIOD (WS-CM-IDX)
                           END-IF
                           MOVE COURSE-ROOM TO WS-CM-ROOM (WS-CM-IDX)
                           MOVE ZERO TO WS-CM-ENROLLED (WS-CM-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-MASTER-FILE.

      *> the term's standing enrollments - active, or blank on
      *> lines from before statuses existed
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ENROLLMENT FILE - STATUS "
                   WS-ENROLL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-ENROLL-EOF = "Y"
               READ ENROLLMENT-FILE
                   AT END MOVE "Y" TO WS-ENROLL-EOF
                   NOT AT END
                       IF ENR-TERM = WS-ARG-TERM AND
                               (ENR-STATUS = "A" OR
                                ENR-STATUS = SPACE)
                           PERFORM COUNT-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENROLLMENT-FILE.

           PERFORM SORT-THE-ROOMS.
           PERFORM SORT-THE-COURSES.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ROOM REPORT - STATUS "
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ROOM UTILISATION FOR TERM " WS-ARG-TERM
               " PRINTED " WS-TODAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-ROOM-COUNT
               PERFORM WRITE-ONE-ROOM
           END-PERFORM.
           PERFORM WRITE-UNPLACED.
           CLOSE REPORT-FILE.

           DISPLAY "ROOMRPT " WS-ARG-TERM ": " WS-ROOM-COUNT
               " ROOMS, " WS-COURSE-COUNT " COURSES".
           STOP RUN.

       COUNT-ENROLLMENT.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-COURSE-COUNT
               IF WS-CM-CODE (WS-CM-IDX) = ENR-COURSE-CODE
                   ADD 1 TO WS-CM-ENROLLED (WS-CM-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> the room at WS-RM-IDX: heading, its courses in day and
      *> period order, then booked periods and seat fill
       WRITE-ONE-ROOM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RM-SEATS (WS-RM-IDX) TO WS-SEATS-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ROOM " WS-RM-CODE (WS-RM-IDX)
               " " WS-RM-DESC (WS-RM-IDX)
               " SEATS " WS-SEATS-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-BOOKED.
           MOVE ZERO TO WS-ROOM-ENROLLED.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-COURSE-COUNT
               IF WS-CM-ROOM (WS-CM-IDX) = WS-RM-CODE (WS-RM-IDX)
                   PERFORM WRITE-ROOM-COURSE
               END-IF
           END-PERFORM.
           IF WS-BOOKED = ZERO
               MOVE ZERO TO WS-FILL-PCT
           ELSE
               COMPUTE WS-FILL-PCT ROUNDED =
                   WS-ROOM-ENROLLED * 100 /
                   (WS-RM-SEATS (WS-RM-IDX) * WS-BOOKED)
           END-IF.
           MOVE WS-BOOKED TO WS-BOOKED-EDIT.
           MOVE WS-FILL-PCT TO WS-FILL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "   BOOKED " WS-BOOKED-EDIT " OF 84 PERIODS, SEAT "
               "FILL " WS-FILL-EDIT "%"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-ROOM-COURSE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-CM-ENROLLED (WS-CM-IDX) TO WS-ENROLLED-EDIT.
           IF WS-CM-DAY (WS-CM-IDX) = ZERO
               STRING "   NO SLOT      " WS-CM-CODE (WS-CM-IDX)
                   " " WS-CM-TITLE (WS-CM-IDX)
                   " ENROLLED " WS-ENROLLED-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-BOOKED
               ADD WS-CM-ENROLLED (WS-CM-IDX) TO WS-ROOM-ENROLLED
               COMPUTE WS-FILL-PCT ROUNDED =
                   WS-CM-ENROLLED (WS-CM-IDX) * 100 /
                   WS-RM-SEATS (WS-RM-IDX)
               MOVE WS-FILL-PCT TO WS-FILL-EDIT
               STRING "   DAY " WS-CM-DAY (WS-CM-IDX)
                   " PERIOD " WS-CM-PERIOD (WS-CM-IDX)
                   " " WS-CM-CODE (WS-CM-IDX)
                   " " WS-CM-TITLE (WS-CM-IDX)
                   " ENROLLED " WS-ENROLLED-EDIT
                   " FILL " WS-FILL-EDIT "%"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *> courses with no room, or a room that is not on the master
       WRITE-UNPLACED.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "COURSES WITH NO ROOM" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-UNPLACED.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-COURSE-COUNT
               MOVE "N" TO WS-PLACED-SW
               PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                       UNTIL WS-RM-IDX > WS-ROOM-COUNT
                   IF WS-RM-CODE (WS-RM-IDX) = WS-CM-ROOM (WS-CM-IDX)
                       SET WS-PLACED TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT WS-PLACED
                   PERFORM WRITE-UNPLACED-COURSE
               END-IF
           END-PERFORM.
           IF WS-UNPLACED = ZERO
               MOVE "   NONE - EVERY COURSE HAS A ROOM" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-UNPLACED-COURSE.
           ADD 1 TO WS-UNPLACED.
           MOVE WS-CM-ENROLLED (WS-CM-IDX) TO WS-ENROLLED-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "   " WS-CM-CODE (WS-CM-IDX)
               " " WS-CM-TITLE (WS-CM-IDX)
               " ROOM " WS-CM-ROOM (WS-CM-IDX)
               " ENROLLED " WS-ENROLLED-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       SORT-THE-ROOMS.
           PERFORM VARYING WS-SORT-IDX1 FROM 1 BY 1
                   UNTIL WS-SORT-IDX1 > WS-ROOM-COUNT
               PERFORM VARYING WS-SORT-IDX2 FROM WS-SORT-IDX1 BY 1
                       UNTIL WS-SORT-IDX2 > WS-ROOM-COUNT
                   IF WS-RM-CODE (WS-SORT-IDX2) <
                           WS-RM-CODE (WS-SORT-IDX1)
                       MOVE WS-RM-ENTRY (WS-SORT-IDX1)
                           TO WS-ROOM-SORT-TEMP
                       MOVE WS-RM-ENTRY (WS-SORT-IDX2)
                           TO WS-RM-ENTRY (WS-SORT-IDX1)
                       MOVE WS-ROOM-SORT-TEMP
                           TO WS-RM-ENTRY (WS-SORT-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> day and period order, the unscheduled (day zero) last
       SORT-THE-COURSES.
           PERFORM VARYING WS-SORT-IDX1 FROM 1 BY 1
                   UNTIL WS-SORT-IDX1 > WS-COURSE-COUNT
               PERFORM VARYING WS-SORT-IDX2 FROM WS-SORT-IDX1 BY 1
                       UNTIL WS-SORT-IDX2 > WS-COURSE-COUNT
                   IF (WS-CM-DAY (WS-SORT-IDX1) = ZERO AND
                           WS-CM-DAY (WS-SORT-IDX2) NOT = ZERO) OR
                           (WS-CM-DAY (WS-SORT-IDX2) NOT = ZERO AND
                           (WS-CM-DAY (WS-SORT-IDX2) <
                               WS-CM-DAY (WS-SORT-IDX1) OR
                           (WS-CM-DAY (WS-SORT-IDX2) =
                               WS-CM-DAY (WS-SORT-IDX1) AND
                           WS-CM-PERIOD (WS-SORT-IDX2) <
                               WS-CM-PERIOD (WS-SORT-IDX1))))
                       MOVE WS-CM-ENTRY (WS-SORT-IDX1)
                           TO WS-SORT-TEMP
                       MOVE WS-CM-ENTRY (WS-SORT-IDX2)
                           TO WS-CM-ENTRY (WS-SORT-IDX1)
                       MOVE WS-SORT-TEMP
                           TO WS-CM-ENTRY (WS-SORT-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       END PROGRAM ROOMRPT.
