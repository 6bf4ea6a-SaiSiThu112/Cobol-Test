      *> term's standing enrollments - "who is enrolled this term"
      *> stops meaning eyeballing date ranges; with no term given
      *> every line reports, as it always did.
      *> Under each course heading the roster names the instructor
      *> assigned on InstructorAssign.txt for the term reported (or,
      *> with no term given, the term covering today), the name
      *> looked up on Person Info.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT INSTRUCTOR-FILE ASSIGN TO DYNAMIC WS-INSTRUCTOR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT TERM-MASTER-FILE ASSIGN TO DYNAMIC WS-TERM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

           SELECT PERSON ASSIGN TO DYNAMIC WS-PERSON-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PERSON-ID
               ALTERNATE RECORD KEY IS PERSON-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PERSON-STATUS.

           SELECT ROSTER-FILE ASSIGN TO DYNAMIC WS-ROSTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           01 ENROLLMENT-REC.
               COPY ENROLLMENT.

           FD INSTRUCTOR-FILE.
           01 INSTRUCTOR-LINE.
               COPY INSTRUCTOR-ASSIGN.

           FD TERM-MASTER-FILE.
           01 TERM-MASTER-LINE.
               COPY TERM-MASTER.

           FD PERSON.
           01 PERSON-INFO-FILE.
               COPY PERSON-INFO.

           FD ROSTER-FILE.
           01 ROSTER-LINE PIC X(80).

                   10 WS-CM-CODE PIC X(5).
                   10 WS-CM-TITLE PIC X(20).
                   10 WS-CM-CAPACITY PIC 9(3).
                   10 WS-CM-INSTRUCTOR PIC 9(5).
           01 WS-COURSE-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-ENR-TABLE.

      *> the term asked for on the command line - spaces means all
           01 WS-ARG-TERM PIC X(6).
      *> the term whose instructors head the roster
           01 WS-ROSTER-TERM PIC X(6) VALUE SPACES.
           01 WS-TODAY PIC 9(8).
           01 WS-PERSON-OPEN-SW PIC X(1) VALUE "N".
               88 WS-PERSON-OPEN VALUE "Y".
           01 WS-TEACHER-OUT PIC X(20).

           01 WS-STUDENT-EOF PIC A(1) VALUE "N".
           01 WS-COURSE-EOF PIC A(1) VALUE "N".
           01 WS-ENROLL-EOF PIC A(1) VALUE "N".
           01 WS-INSTRUCTOR-EOF PIC A(1) VALUE "N".
           01 WS-TERM-EOF PIC A(1) VALUE "N".

           01 WS-NAME-OUT PIC X(15).
           01 WS-SEAT-COUNT PIC 9(3).
           01 WS-STUDENT-PATH PIC X(80).
           01 WS-COURSE-PATH PIC X(80).
           01 WS-ENROLL-PATH PIC X(80).
           01 WS-INSTRUCTOR-PATH PIC X(80).
           01 WS-TERM-PATH PIC X(80).
           01 WS-PERSON-PATH PIC X(80).
           01 WS-ROSTER-PATH PIC X(80).
           01 WS-SCHEDULE-PATH PIC X(80).
           01 WS-STUDENT-STATUS PIC X(2).
           01 WS-COURSE-STATUS PIC X(2).
           01 WS-ENROLL-STATUS PIC X(2).
           01 WS-INSTRUCTOR-STATUS PIC X(2).
           01 WS-TERM-STATUS PIC X(2).
           01 WS-PERSON-STATUS PIC X(2).
           01 WS-ROSTER-STATUS PIC X(2).
           01 WS-SCHEDULE-STATUS PIC X(2).

               MOVE "C:\Users\25-00229\Desktop\Enrollment.txt"
                   TO WS-ENROLL-PATH
           END-IF.
           ACCEPT WS-INSTRUCTOR-PATH FROM ENVIRONMENT
               "INSTRUCTOR_FILE".
           IF WS-INSTRUCTOR-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\InstructorAssign.txt"
                   TO WS-INSTRUCTOR-PATH
           END-IF.
           ACCEPT WS-TERM-PATH FROM ENVIRONMENT "TERMMASTER_FILE".
           IF WS-TERM-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\TermMaster.txt"
                   TO WS-TERM-PATH
           END-IF.
           ACCEPT WS-PERSON-PATH FROM ENVIRONMENT "WRITETEST_PERSON".
           IF WS-PERSON-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Person Info.txt"
                   TO WS-PERSON-PATH
           END-IF.
           ACCEPT WS-ROSTER-PATH FROM ENVIRONMENT "COURSEREPT_ROSTER".
           IF WS-ROSTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ClassRoster.txt"
                       MOVE COURSE-TITLE TO WS-CM-TITLE (WS-CM-IDX)
                       MOVE COURSE-CAPACITY
                           TO WS-CM-CAPACITY (WS-CM-IDX)
                       MOVE ZERO TO WS-CM-INSTRUCTOR (WS-CM-IDX)
               END-READ
           END-PERFORM.
           CLOSE COURSE-MASTER-FILE.
           END-PERFORM.
           CLOSE ENROLLMENT-FILE.

      *> instructors for the term asked for, else the term covering
      *> today; no term at all and the roster goes out without them
           MOVE WS-ARG-TERM TO WS-ROSTER-TERM.
           IF WS-ROSTER-TERM = SPACES
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               OPEN INPUT TERM-MASTER-FILE
               IF WS-TERM-STATUS = "00"
                   PERFORM UNTIL WS-TERM-EOF = "Y"
                       READ TERM-MASTER-FILE
                           AT END MOVE "Y" TO WS-TERM-EOF
                           NOT AT END
                               IF TM-START-DATE NOT > WS-TODAY
                                   AND TM-END-DATE NOT < WS-TODAY
                                   MOVE TM-TERM-CODE
                                       TO WS-ROSTER-TERM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TERM-MASTER-FILE
               END-IF
           END-IF.
           IF WS-ROSTER-TERM NOT = SPACES
               OPEN INPUT INSTRUCTOR-FILE
               IF WS-INSTRUCTOR-STATUS = "00"
                   PERFORM UNTIL WS-INSTRUCTOR-EOF = "Y"
                       READ INSTRUCTOR-FILE
                           AT END MOVE "Y" TO WS-INSTRUCTOR-EOF
                           NOT AT END
                               IF IA-TERM = WS-ROSTER-TERM
                                   PERFORM NOTE-INSTRUCTOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE INSTRUCTOR-FILE
               END-IF
               OPEN INPUT PERSON
               IF WS-PERSON-STATUS = "00"
                   SET WS-PERSON-OPEN TO TRUE
               END-IF
           END-IF.

      *> class roster: one block per course, every enrolled student
      *> named, with the seats-taken count against capacity
           OPEN OUTPUT ROSTER-FILE.
               END-STRING
               MOVE WS-REPORT-LINE TO ROSTER-LINE
               WRITE ROSTER-LINE
               IF WS-ROSTER-TERM NOT = SPACES
                   PERFORM WRITE-INSTRUCTOR-LINE
               END-IF
               PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                       UNTIL WS-EN-IDX > WS-ENR-COUNT
                   IF WS-EN-COURSE (WS-EN-IDX)
               END-PERFORM
           END-PERFORM.
           CLOSE ROSTER-FILE.
           IF WS-PERSON-OPEN
               CLOSE PERSON
           END-IF.

      *> per-student schedule: one block per student who is enrolled
      *> in anything
               WS-ENR-COUNT " ENROLLMENTS".
           STOP RUN.

       NOTE-INSTRUCTOR.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-COURSE-COUNT
               IF WS-CM-CODE (WS-CM-IDX) = IA-COURSE-CODE
                   MOVE IA-PERSON-ID TO WS-CM-INSTRUCTOR (WS-CM-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-INSTRUCTOR-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-CM-INSTRUCTOR (WS-CM-IDX) = ZERO
               STRING "   INSTRUCTOR: NONE ASSIGNED FOR TERM "
                   WS-ROSTER-TERM
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               MOVE "NOT ON PERSON FILE" TO WS-TEACHER-OUT
               IF WS-PERSON-OPEN
                   MOVE WS-CM-INSTRUCTOR (WS-CM-IDX) TO PERSON-ID
                   READ PERSON
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PERSON-NAME TO WS-TEACHER-OUT
                   END-READ
               END-IF
               STRING "   INSTRUCTOR: " WS-CM-INSTRUCTOR (WS-CM-IDX)
                   " " WS-TEACHER-OUT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           MOVE WS-REPORT-LINE TO ROSTER-LINE.
           WRITE ROSTER-LINE.

       FIND-STUDENT-NAME.
           MOVE "NOT ON ROSTER" TO WS-NAME-OUT.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
