       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTRPT.

      *> teaching load report for one term (term code on the command
      *> line, or the term covering today): every instructor on
      *> InstructorAssign.txt with the courses they teach that term,
      *> each course's meeting slot and standing enrollment, and the
      *> instructor's totals of courses, timetabled periods and
      *> students - an instructor who has since gone inactive on
      *> Person Info.txt is flagged so the course can be handed on.
      *> The second part lists every course on CourseMaster.txt that
      *> nobody has been assigned to teach in the term. Written to
      *> TeachingLoad.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT INSTRUCTOR-FILE ASSIGN TO DYNAMIC WS-INSTRUCTOR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO DYNAMIC WS-COURSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT TERM-MASTER-FILE ASSIGN TO DYNAMIC WS-TERM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO DYNAMIC WS-ENROLL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT PERSON ASSIGN TO DYNAMIC WS-PERSON-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PERSON-ID
               ALTERNATE RECORD KEY IS PERSON-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PERSON-STATUS.

           SELECT LOAD-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD INSTRUCTOR-FILE.
           01 INSTRUCTOR-LINE.
               COPY INSTRUCTOR-ASSIGN.

           FD COURSE-MASTER-FILE.
           01 COURSE-MASTER-LINE.
               COPY COURSE-MASTER.

           FD TERM-MASTER-FILE.
           01 TERM-MASTER-LINE.
               COPY TERM-MASTER.

           FD ENROLLMENT-FILE.
           01 ENROLLMENT-REC.
               COPY ENROLLMENT.

           FD PERSON.
           01 PERSON-INFO-FILE.
               COPY PERSON-INFO.

           FD LOAD-REPORT-FILE.
           01 LOAD-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *> the term's assignments, put into instructor then course
      *> order before anything is printed
           01 WS-IA-TABLE.
               05 WS-IA-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-IA-COUNT
                       INDEXED BY WS-IA-IDX.
                   10 WS-IA-PERSON PIC 9(5).
                   10 WS-IA-COURSE PIC X(5).
           01 WS-IA-COUNT PIC 9(5) COMP VALUE ZERO.

           01 WS-COURSE-TABLE.
               05 WS-CM-ENTRY OCCURS 200 TIMES INDEXED BY WS-CM-IDX.
                   10 WS-CM-CODE PIC X(5).
                   10 WS-CM-TITLE PIC X(20).
                   10 WS-CM-DAY PIC 9(1).
                   10 WS-CM-PERIOD PIC 9(2).
                   10 WS-CM-ENROLLED PIC 9(4).
                   10 WS-CM-TAUGHT PIC X(1).
           01 WS-COURSE-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-ARG-TERM PIC X(6).
           01 WS-CURRENT-TERM PIC X(6) VALUE SPACES.
           01 WS-TODAY PIC 9(8).

           01 WS-INSTRUCTOR-EOF PIC A(1) VALUE "N".
           01 WS-COURSE-EOF PIC A(1) VALUE "N".
           01 WS-TERM-EOF PIC A(1) VALUE "N".
           01 WS-ENROLL-EOF PIC A(1) VALUE "N".

           01 WS-FIRST-SW PIC X(1).
               88 WS-FIRST VALUE "Y".
           01 WS-PREV-PERSON PIC 9(5).
           01 WS-NAME-OUT PIC X(20).
           01 WS-ACTIVE-WORD PIC X(14).
           01 WS-SLOT-OUT PIC X(14).
           01 WS-INST-COURSES PIC 9(3).
           01 WS-INST-PERIODS PIC 9(3).
           01 WS-INST-STUDENTS PIC 9(5).
           01 WS-INSTRUCTOR-COUNT PIC 9(4) VALUE ZERO.
           01 WS-UNTAUGHT-COUNT PIC 9(4) VALUE ZERO.

           01 WS-COUNT-EDIT PIC ZZZ9.
           01 WS-COURSES-EDIT PIC ZZ9.
           01 WS-PERIODS-EDIT PIC ZZ9.
           01 WS-STUDENTS-EDIT PIC ZZZZ9.
           01 WS-REPORT-LINE PIC X(80).

           01 WS-INSTRUCTOR-PATH PIC X(80).
           01 WS-COURSE-PATH PIC X(80).
           01 WS-TERM-PATH PIC X(80).
           01 WS-ENROLL-PATH PIC X(80).
           01 WS-PERSON-PATH PIC X(80).
           01 WS-REPORT-PATH PIC X(80).
           01 WS-INSTRUCTOR-STATUS PIC X(2).
           01 WS-COURSE-STATUS PIC X(2).
           01 WS-TERM-STATUS PIC X(2).
           01 WS-ENROLL-STATUS PIC X(2).
           01 WS-PERSON-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ARG-TERM FROM COMMAND-LINE.
           ACCEPT WS-INSTRUCTOR-PATH FROM ENVIRONMENT
               "INSTRUCTOR_FILE".
           IF WS-INSTRUCTOR-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\InstructorAssign.txt"
                   TO WS-INSTRUCTOR-PATH
           END-IF.
           ACCEPT WS-COURSE-PATH FROM ENVIRONMENT "COURSEMASTER_FILE".
           IF WS-COURSE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CourseMaster.txt"
                   TO WS-COURSE-PATH
           END-IF.
           ACCEPT WS-TERM-PATH FROM ENVIRONMENT "TERMMASTER_FILE".
           IF WS-TERM-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\TermMaster.txt"
                   TO WS-TERM-PATH
           END-IF.
           ACCEPT WS-ENROLL-PATH FROM ENVIRONMENT "ENROLLMENT_FILE".
           IF WS-ENROLL-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Enrollment.txt"
                   TO WS-ENROLL-PATH
           END-IF.
           ACCEPT WS-PERSON-PATH FROM ENVIRONMENT "WRITETEST_PERSON".
           IF WS-PERSON-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Person Info.txt"
                   TO WS-PERSON-PATH
           END-IF.
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "INSTRPT_REPORT".
           IF WS-REPORT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\TeachingLoad.txt"
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
                   "RUN AS INSTRPT termcode"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

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
                           IF COURSE-DAY IS NUMERIC
                               MOVE COURSE-DAY
                                   TO WS-CM-DAY (WS-CM-IDX)
                           ELSE
                               MOVE ZERO TO WS-CM-DAY (WS-CM-IDX)
                           END-IF
                           IF COURSE-PERIOD IS NUMERIC
                               MOVE COURSE-PERIOD
                                   TO WS-CM-PERIOD (WS-CM-IDX)
                           ELSE
                               MOVE ZERO TO WS-CM-PERIOD (WS-CM-IDX)
                           END-IF
                           MOVE ZERO TO WS-CM-ENROLLED (WS-CM-IDX)
                           MOVE "N" TO WS-CM-TAUGHT (WS-CM-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-MASTER-FILE.

      *> the term's standing enrollments, counted per course
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS = "00"
               PERFORM UNTIL WS-ENROLL-EOF = "Y"
                   READ ENROLLMENT-FILE
                       AT END MOVE "Y" TO WS-ENROLL-EOF
                       NOT AT END
                           IF ENR-TERM = WS-ARG-TERM AND
                                   (ENR-STATUS = "A" OR
                                    ENR-STATUS = SPACE)
                               PERFORM COUNT-ONE-ENROLLMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF.

           OPEN INPUT INSTRUCTOR-FILE.
           IF WS-INSTRUCTOR-STATUS = "00"
               PERFORM UNTIL WS-INSTRUCTOR-EOF = "Y"
                   READ INSTRUCTOR-FILE
                       AT END MOVE "Y" TO WS-INSTRUCTOR-EOF
                       NOT AT END
                           IF IA-TERM = WS-ARG-TERM AND
                                   WS-IA-COUNT < 2000
                               ADD 1 TO WS-IA-COUNT
                               SET WS-IA-IDX TO WS-IA-COUNT
                               MOVE IA-PERSON-ID
                                   TO WS-IA-PERSON (WS-IA-IDX)
                               MOVE IA-COURSE-CODE
                                   TO WS-IA-COURSE (WS-IA-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSTRUCTOR-FILE
           END-IF.
           IF WS-IA-COUNT > 1
               SORT WS-IA-ENTRY
                   ASCENDING KEY WS-IA-PERSON
                   ASCENDING KEY WS-IA-COURSE
           END-IF.

           OPEN INPUT PERSON.
           IF WS-PERSON-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PERSON FILE - STATUS "
                   WS-PERSON-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LOAD-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TEACHING LOAD REPORT - STATUS "
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TEACHING LOAD BY INSTRUCTOR - TERM " WS-ARG-TERM
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           SET WS-FIRST TO TRUE.
           PERFORM VARYING WS-IA-IDX FROM 1 BY 1
                   UNTIL WS-IA-IDX > WS-IA-COUNT
               IF NOT WS-FIRST AND
                       WS-IA-PERSON (WS-IA-IDX) NOT = WS-PREV-PERSON
                   PERFORM WRITE-INSTRUCTOR-TOTAL
               END-IF
               IF WS-FIRST OR
                       WS-IA-PERSON (WS-IA-IDX) NOT = WS-PREV-PERSON
                   MOVE "N" TO WS-FIRST-SW
                   PERFORM START-ONE-INSTRUCTOR
               END-IF
               PERFORM WRITE-ONE-COURSE
           END-PERFORM.
           IF NOT WS-FIRST
               PERFORM WRITE-INSTRUCTOR-TOTAL
           END-IF.
           MOVE WS-INSTRUCTOR-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-COUNT-EDIT " INSTRUCTORS TEACHING THIS TERM"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "COURSES WITH NO INSTRUCTOR - TERM " WS-ARG-TERM
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-COURSE-COUNT
               IF WS-CM-TAUGHT (WS-CM-IDX) = "N"
                   ADD 1 TO WS-UNTAUGHT-COUNT
                   PERFORM FORMAT-SLOT
                   MOVE WS-CM-ENROLLED (WS-CM-IDX) TO WS-COUNT-EDIT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "   " WS-CM-CODE (WS-CM-IDX)
                       " " WS-CM-TITLE (WS-CM-IDX)
                       " " WS-SLOT-OUT
                       " ENROLLED " WS-COUNT-EDIT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM PUT-LINE
               END-IF
           END-PERFORM.
           MOVE WS-UNTAUGHT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-COUNT-EDIT " COURSES HAVE NO INSTRUCTOR"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM PUT-LINE.

           CLOSE LOAD-REPORT-FILE.
           CLOSE PERSON.
           DISPLAY WS-INSTRUCTOR-COUNT " INSTRUCTORS, "
               WS-UNTAUGHT-COUNT " COURSES WITH NO INSTRUCTOR IN "
               WS-ARG-TERM.
           STOP RUN.

       PUT-LINE.
           MOVE WS-REPORT-LINE TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

       COUNT-ONE-ENROLLMENT.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-COURSE-COUNT
               IF WS-CM-CODE (WS-CM-IDX) = ENR-COURSE-CODE
                   ADD 1 TO WS-CM-ENROLLED (WS-CM-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> heading for the next instructor, named off Person Info.txt
       START-ONE-INSTRUCTOR.
           MOVE WS-IA-PERSON (WS-IA-IDX) TO WS-PREV-PERSON.
           MOVE ZERO TO WS-INST-COURSES WS-INST-PERIODS
               WS-INST-STUDENTS.
           ADD 1 TO WS-INSTRUCTOR-COUNT.
           MOVE SPACES TO WS-ACTIVE-WORD.
           MOVE WS-PREV-PERSON TO PERSON-ID.
           READ PERSON
               INVALID KEY
                   MOVE "NOT ON FILE" TO WS-NAME-OUT
                   MOVE "** NOT ON FILE" TO WS-ACTIVE-WORD
               NOT INVALID KEY
                   MOVE PERSON-NAME TO WS-NAME-OUT
                   IF NOT PERSON-ACTIVE
                       MOVE "** INACTIVE" TO WS-ACTIVE-WORD
                   END-IF
           END-READ.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "INSTRUCTOR " WS-PREV-PERSON " " WS-NAME-OUT
               " " WS-ACTIVE-WORD
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM PUT-LINE.

       WRITE-ONE-COURSE.
           ADD 1 TO WS-INST-COURSES.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-COURSE-COUNT
               IF WS-CM-CODE (WS-CM-IDX) = WS-IA-COURSE (WS-IA-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CM-IDX > WS-COURSE-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "   " WS-IA-COURSE (WS-IA-IDX)
                   " NOT ON THE COURSE MASTER"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM PUT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-CM-TAUGHT (WS-CM-IDX).
           IF WS-CM-DAY (WS-CM-IDX) NOT = ZERO AND
                   WS-CM-PERIOD (WS-CM-IDX) NOT = ZERO
               ADD 1 TO WS-INST-PERIODS
           END-IF.
           ADD WS-CM-ENROLLED (WS-CM-IDX) TO WS-INST-STUDENTS.
           PERFORM FORMAT-SLOT.
           MOVE WS-CM-ENROLLED (WS-CM-IDX) TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "   " WS-CM-CODE (WS-CM-IDX)
               " " WS-CM-TITLE (WS-CM-IDX)
               " " WS-SLOT-OUT
               " ENROLLED " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM PUT-LINE.

       FORMAT-SLOT.
           IF WS-CM-DAY (WS-CM-IDX) = ZERO OR
                   WS-CM-PERIOD (WS-CM-IDX) = ZERO
               MOVE "NO SLOT SET" TO WS-SLOT-OUT
           ELSE
               MOVE SPACES TO WS-SLOT-OUT
               STRING "DAY " WS-CM-DAY (WS-CM-IDX)
                   " PERIOD " WS-CM-PERIOD (WS-CM-IDX)
                   DELIMITED BY SIZE INTO WS-SLOT-OUT
               END-STRING
           END-IF.

       WRITE-INSTRUCTOR-TOTAL.
           MOVE WS-INST-COURSES TO WS-COURSES-EDIT.
           MOVE WS-INST-PERIODS TO WS-PERIODS-EDIT.
           MOVE WS-INST-STUDENTS TO WS-STUDENTS-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "   LOAD " WS-COURSES-EDIT " COURSES, "
               WS-PERIODS-EDIT " PERIODS A WEEK, "
               WS-STUDENTS-EDIT " STUDENTS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM PUT-LINE.

       END PROGRAM INSTRPT.
