       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGAUDIT.

      *> degree audit: a student's history on Grades.txt and
      *> Enrollment.txt measured against the programme requirements
      *> REQMAINT keeps on ProgrammeReq.txt. Each audit on
      *> DegreeAudit.txt lists the courses completed (with credits
      *> off CourseMaster.txt for every mark at or above the pass
      *> mark - the best mark counts where a course was retaken), the
      *> courses in progress (enrolled this term and not yet marked),
      *> each mandatory course as met, in progress or outstanding,
      *> and the credits earned against the total required.
      *>     DEGAUDIT 12345 [term]  - audits the one student
      *>     DEGAUDIT ALL [term]    - audits every active student on
      *>                              the roster and lists the ones
      *>                              eligible to graduate this term
      *>                              on GraduationList.txt
      *> "This term" is the term given, else the term covering today.
      *> Eligible means every requirement is met now, or will be
      *> once the courses in progress are passed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT STUDENT ASSIGN TO DYNAMIC WS-STUDENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO DYNAMIC WS-COURSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT GRADE-FILE ASSIGN TO DYNAMIC WS-GRADE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO DYNAMIC WS-ENROLL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT TERM-MASTER-FILE ASSIGN TO DYNAMIC WS-TERM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

           SELECT PROGRAMME-REQ-FILE ASSIGN TO DYNAMIC WS-REQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT GRAD-LIST-FILE ASSIGN TO DYNAMIC WS-GRADLIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD STUDENT.
           01 STUDENT-REC.
               COPY STUDENT.

           FD COURSE-MASTER-FILE.
           01 COURSE-MASTER-LINE.
               COPY COURSE-MASTER.

           FD GRADE-FILE.
           01 GRADE-REC.
               COPY GRADE.

           FD ENROLLMENT-FILE.
           01 ENROLLMENT-REC.
               COPY ENROLLMENT.

           FD TERM-MASTER-FILE.
           01 TERM-MASTER-LINE.
               COPY TERM-MASTER.

           FD PROGRAMME-REQ-FILE.
           01 PROGRAMME-REQ-LINE.
               COPY PROGRAMME-REQ.

           FD AUDIT-FILE.
           01 AUDIT-LINE PIC X(80).

           FD GRAD-LIST-FILE.
           01 GRAD-LIST-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-COURSE-TABLE.
               05 WS-CM-ENTRY OCCURS 200 TIMES INDEXED BY WS-CM-IDX.
                   10 WS-CM-CODE PIC X(5).
                   10 WS-CM-TITLE PIC X(20).
                   10 WS-CM-CREDITS PIC 9(2).
           01 WS-COURSE-COUNT PIC 9(4) COMP VALUE ZERO.

      *> one entry per student/course pair, holding the best mark
           01 WS-GRADE-TABLE.
               05 WS-GR-ENTRY OCCURS 5000 TIMES INDEXED BY WS-GR-IDX.
                   10 WS-GR-STUDENT PIC 9(5).
                   10 WS-GR-COURSE PIC X(5).
                   10 WS-GR-MARK PIC 9(3).
           01 WS-GRADE-COUNT PIC 9(5) COMP VALUE ZERO.

      *> this term's standing enrollments
           01 WS-ENR-TABLE.
               05 WS-EN-ENTRY OCCURS 5000 TIMES INDEXED BY WS-EN-IDX.
                   10 WS-EN-STUDENT PIC 9(5).
                   10 WS-EN-COURSE PIC X(5).
           01 WS-ENR-COUNT PIC 9(5) COMP VALUE ZERO.

           01 WS-MANDATORY-TABLE.
               05 WS-MD-ENTRY OCCURS 50 TIMES INDEXED BY WS-MD-IDX.
                   10 WS-MD-CODE PIC X(5).
           01 WS-MANDATORY-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-TOTAL-CREDITS PIC 9(3) VALUE ZERO.
           01 WS-PASS-MARK PIC 9(3) VALUE 50.

           01 WS-ARGS PIC X(40).
           01 WS-VERB PIC X(8).
           01 WS-ARG-TERM PIC X(8).
           01 WS-AUDIT-TERM PIC X(6) VALUE SPACES.
           01 WS-TODAY PIC 9(8).
           01 WS-BATCH-SW PIC X(1) VALUE "N".
               88 WS-BATCH VALUE "Y".
           01 WS-ON-ROSTER-SW PIC X(1) VALUE "N".
               88 WS-ON-ROSTER VALUE "Y".

           01 WS-STUDENT-EOF PIC A(1) VALUE "N".
           01 WS-COURSE-EOF PIC A(1) VALUE "N".
           01 WS-GRADE-EOF PIC A(1) VALUE "N".
           01 WS-ENROLL-EOF PIC A(1) VALUE "N".
           01 WS-TERM-EOF PIC A(1) VALUE "N".
           01 WS-REQ-EOF PIC A(1) VALUE "N".

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".

      *> the student being audited and what the audit found
           01 WS-AUD-ID PIC 9(5).
           01 WS-AUD-NAME PIC X(15).
           01 WS-AUD-COURSE PIC X(5).
           01 WS-AUD-MARK PIC 9(3).
           01 WS-CUR-TITLE PIC X(20).
           01 WS-CUR-CREDITS PIC 9(2).
           01 WS-EARNED PIC 9(4).
           01 WS-IN-PROGRESS PIC 9(4).
           01 WS-MD-MET PIC 9(3).
           01 WS-MD-PENDING PIC 9(3).
           01 WS-MD-OUTSTANDING PIC 9(3).
           01 WS-STILL-NEEDED PIC 9(4).
           01 WS-RESULT-SW PIC X(1).
               88 WS-ALL-MET VALUE "M".
               88 WS-MET-ON-COMPLETION VALUE "C".
               88 WS-OUTSTANDING VALUE "O".
           01 WS-RESULT-TEXT PIC X(40).
           01 WS-MD-STATE PIC X(11).
           01 WS-PASS-WORD PIC X(10).

           01 WS-AUDITED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-ELIGIBLE-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CREDITS-EDIT PIC ZZZ9.
           01 WS-REQUIRED-EDIT PIC ZZ9.
           01 WS-PROGRESS-EDIT PIC ZZZ9.
           01 WS-NEEDED-EDIT PIC ZZZ9.
           01 WS-REPORT-LINE PIC X(80).

           01 WS-STUDENT-PATH PIC X(80).
           01 WS-COURSE-PATH PIC X(80).
           01 WS-GRADE-PATH PIC X(80).
           01 WS-ENROLL-PATH PIC X(80).
           01 WS-TERM-PATH PIC X(80).
           01 WS-REQ-PATH PIC X(80).
           01 WS-AUDIT-PATH PIC X(80).
           01 WS-GRADLIST-PATH PIC X(80).
           01 WS-STUDENT-STATUS PIC X(2).
           01 WS-COURSE-STATUS PIC X(2).
           01 WS-GRADE-STATUS PIC X(2).
           01 WS-ENROLL-STATUS PIC X(2).
           01 WS-TERM-STATUS PIC X(2).
           01 WS-REQ-STATUS PIC X(2).
           01 WS-AUDIT-STATUS PIC X(2).
           01 WS-GRADLIST-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ARGS FROM COMMAND-LINE.
           MOVE SPACES TO WS-VERB WS-ARG-TERM.
           UNSTRING WS-ARGS DELIMITED BY ALL " "
               INTO WS-VERB WS-ARG-TERM
           END-UNSTRING.
           INSPECT WS-VERB CONVERTING "al" TO "AL".
           IF WS-VERB = "ALL"
               SET WS-BATCH TO TRUE
           ELSE
               IF WS-VERB (1:5) NOT NUMERIC OR
                       WS-VERB (6:3) NOT = SPACES
                   DISPLAY "RUN AS DEGAUDIT studentid [term] OR "
                       "DEGAUDIT ALL [term]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-VERB (1:5) TO WS-AUD-ID
           END-IF.

           ACCEPT WS-STUDENT-PATH FROM ENVIRONMENT "STUDENT_ROSTER".
           IF WS-STUDENT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\input.txt"
                   TO WS-STUDENT-PATH
           END-IF.
           ACCEPT WS-COURSE-PATH FROM ENVIRONMENT "COURSEMASTER_FILE".
           IF WS-COURSE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CourseMaster.txt"
                   TO WS-COURSE-PATH
           END-IF.
           ACCEPT WS-GRADE-PATH FROM ENVIRONMENT "GRADES_FILE".
           IF WS-GRADE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Grades.txt"
                   TO WS-GRADE-PATH
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
           ACCEPT WS-REQ-PATH FROM ENVIRONMENT "PROGRAMME_REQ".
           IF WS-REQ-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ProgrammeReq.txt"
                   TO WS-REQ-PATH
           END-IF.
           ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "DEGAUDIT_REPORT".
           IF WS-AUDIT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\DegreeAudit.txt"
                   TO WS-AUDIT-PATH
           END-IF.
           ACCEPT WS-GRADLIST-PATH FROM ENVIRONMENT
               "DEGAUDIT_GRADLIST".
           IF WS-GRADLIST-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\GraduationList.txt"
                   TO WS-GRADLIST-PATH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

      *> without the requirements there is nothing to audit against
           OPEN INPUT PROGRAMME-REQ-FILE.
           IF WS-REQ-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PROGRAMME REQUIREMENTS - STATUS "
                   WS-REQ-STATUS
               DISPLAY "SET THEM UP WITH REQMAINT FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-REQ-EOF = "Y"
               READ PROGRAMME-REQ-FILE
                   AT END MOVE "Y" TO WS-REQ-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PR-TOTALS
                               MOVE PR-TOTAL-CREDITS
                                   TO WS-TOTAL-CREDITS
                               MOVE PR-PASS-MARK TO WS-PASS-MARK
                           WHEN PR-MANDATORY
                               IF WS-MANDATORY-COUNT < 50
                                   ADD 1 TO WS-MANDATORY-COUNT
                                   SET WS-MD-IDX TO WS-MANDATORY-COUNT
                                   MOVE PR-COURSE-CODE
                                       TO WS-MD-CODE (WS-MD-IDX)
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE PROGRAMME-REQ-FILE.

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
                           IF COURSE-CREDITS IS NUMERIC
                               MOVE COURSE-CREDITS
                                   TO WS-CM-CREDITS (WS-CM-IDX)
                           ELSE
                               MOVE ZERO TO WS-CM-CREDITS (WS-CM-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-MASTER-FILE.

      *> no grades yet just means nobody has completed anything
           OPEN INPUT GRADE-FILE.
           IF WS-GRADE-STATUS = "00"
               PERFORM UNTIL WS-GRADE-EOF = "Y"
                   READ GRADE-FILE
                       AT END MOVE "Y" TO WS-GRADE-EOF
                       NOT AT END
                           PERFORM KEEP-BEST-MARK
                   END-READ
               END-PERFORM
               CLOSE GRADE-FILE
           END-IF.

      *> the term in progress - the one asked for, else the one
      *> covering today, the ENROLL rule
           MOVE WS-ARG-TERM TO WS-AUDIT-TERM.
           IF WS-AUDIT-TERM = SPACES
               OPEN INPUT TERM-MASTER-FILE
               IF WS-TERM-STATUS = "00"
                   PERFORM UNTIL WS-TERM-EOF = "Y"
                       READ TERM-MASTER-FILE
                           AT END MOVE "Y" TO WS-TERM-EOF
                           NOT AT END
                               IF TM-START-DATE NOT > WS-TODAY
                                   AND TM-END-DATE NOT < WS-TODAY
                                   MOVE TM-TERM-CODE
                                       TO WS-AUDIT-TERM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TERM-MASTER-FILE
               END-IF
           END-IF.
           IF WS-AUDIT-TERM NOT = SPACES
               OPEN INPUT ENROLLMENT-FILE
               IF WS-ENROLL-STATUS = "00"
                   PERFORM UNTIL WS-ENROLL-EOF = "Y"
                       READ ENROLLMENT-FILE
                           AT END MOVE "Y" TO WS-ENROLL-EOF
                           NOT AT END
                               IF ENR-TERM = WS-AUDIT-TERM AND
                                       (ENR-STATUS = "A" OR
                                        ENR-STATUS = SPACE) AND
                                       WS-ENR-COUNT < 5000
                                   ADD 1 TO WS-ENR-COUNT
                                   SET WS-EN-IDX TO WS-ENR-COUNT
                                   MOVE ENR-STUDENT-ID
                                       TO WS-EN-STUDENT (WS-EN-IDX)
                                   MOVE ENR-COURSE-CODE
                                       TO WS-EN-COURSE (WS-EN-IDX)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ENROLLMENT-FILE
               END-IF
           END-IF.

           OPEN OUTPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DEGREE AUDIT - STATUS "
                   WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BATCH
               OPEN OUTPUT GRAD-LIST-FILE
               IF WS-GRADLIST-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING GRADUATION LIST - STATUS "
                       WS-GRADLIST-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ELIGIBLE TO GRADUATE - TERM " WS-AUDIT-TERM
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO GRAD-LIST-LINE
               WRITE GRAD-LIST-LINE
           END-IF.

           OPEN INPUT STUDENT.
           IF WS-STUDENT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT ROSTER - STATUS "
                   WS-STUDENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-STUDENT-EOF = "Y"
               READ STUDENT
                   AT END MOVE "Y" TO WS-STUDENT-EOF
                   NOT AT END
                       IF WS-BATCH
                           IF STUDENT-STATUS NOT = "W"
                               MOVE STUDENT-ID TO WS-AUD-ID
                               MOVE STUDENT-NAME TO WS-AUD-NAME
                               PERFORM AUDIT-ONE-STUDENT
                           END-IF
                       ELSE
                           IF STUDENT-ID = WS-AUD-ID
                               SET WS-ON-ROSTER TO TRUE
                               MOVE STUDENT-NAME TO WS-AUD-NAME
                               PERFORM AUDIT-ONE-STUDENT
                               MOVE "Y" TO WS-STUDENT-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT.
           CLOSE AUDIT-FILE.

           IF WS-BATCH
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-ELIGIBLE-COUNT " OF " WS-AUDITED-COUNT
                   " ACTIVE STUDENTS ELIGIBLE TO GRADUATE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO GRAD-LIST-LINE
               WRITE GRAD-LIST-LINE
               CLOSE GRAD-LIST-FILE
               DISPLAY WS-AUDITED-COUNT " STUDENTS AUDITED, "
                   WS-ELIGIBLE-COUNT " ELIGIBLE TO GRADUATE"
           ELSE
               IF NOT WS-ON-ROSTER
                   DISPLAY "STUDENT-ID " WS-AUD-ID
                       " IS NOT ON THE ROSTER"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "STUDENT " WS-AUD-ID " " WS-AUD-NAME
                       " - " WS-RESULT-TEXT
               END-IF
           END-IF.
           STOP RUN.

       KEEP-BEST-MARK.
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GRADE-COUNT
               IF WS-GR-STUDENT (WS-GR-IDX) = GR-STUDENT-ID AND
                       WS-GR-COURSE (WS-GR-IDX) = GR-COURSE-CODE
                   IF GR-MARK > WS-GR-MARK (WS-GR-IDX)
                       MOVE GR-MARK TO WS-GR-MARK (WS-GR-IDX)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-GRADE-COUNT < 5000
               ADD 1 TO WS-GRADE-COUNT
               SET WS-GR-IDX TO WS-GRADE-COUNT
               MOVE GR-STUDENT-ID TO WS-GR-STUDENT (WS-GR-IDX)
               MOVE GR-COURSE-CODE TO WS-GR-COURSE (WS-GR-IDX)
               MOVE GR-MARK TO WS-GR-MARK (WS-GR-IDX)
           END-IF.

      *> title and credits for WS-AUD-COURSE
       FIND-COURSE-TITLE.
           MOVE "** NOT ON MASTER" TO WS-CUR-TITLE.
           MOVE ZERO TO WS-CUR-CREDITS.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-COURSE-COUNT
               IF WS-CM-CODE (WS-CM-IDX) = WS-AUD-COURSE
                   MOVE WS-CM-TITLE (WS-CM-IDX) TO WS-CUR-TITLE
                   MOVE WS-CM-CREDITS (WS-CM-IDX) TO WS-CUR-CREDITS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> the student's best mark in WS-AUD-COURSE - found or not
       FIND-STUDENT-MARK.
           SET WS-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-AUD-MARK.
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GRADE-COUNT
               IF WS-GR-STUDENT (WS-GR-IDX) = WS-AUD-ID AND
                       WS-GR-COURSE (WS-GR-IDX) = WS-AUD-COURSE
                   SET WS-FOUND TO TRUE
                   MOVE WS-GR-MARK (WS-GR-IDX) TO WS-AUD-MARK
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> whether the student is enrolled in WS-AUD-COURSE this term
      *> with no mark yet
       FIND-IN-PROGRESS.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-ENR-COUNT
               IF WS-EN-STUDENT (WS-EN-IDX) = WS-AUD-ID AND
                       WS-EN-COURSE (WS-EN-IDX) = WS-AUD-COURSE
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       PUT-AUDIT-LINE.
           MOVE WS-REPORT-LINE TO AUDIT-LINE.
           WRITE AUDIT-LINE.

       AUDIT-ONE-STUDENT.
           ADD 1 TO WS-AUDITED-COUNT.
           MOVE ZERO TO WS-EARNED WS-IN-PROGRESS WS-MD-MET
               WS-MD-PENDING WS-MD-OUTSTANDING.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DEGREE AUDIT - STUDENT " WS-AUD-ID " "
               WS-AUD-NAME " TERM " WS-AUDIT-TERM
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM PUT-AUDIT-LINE.

           MOVE "  COURSES COMPLETED" TO WS-REPORT-LINE.
           PERFORM PUT-AUDIT-LINE.
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GRADE-COUNT
               IF WS-GR-STUDENT (WS-GR-IDX) = WS-AUD-ID
                   MOVE WS-GR-COURSE (WS-GR-IDX) TO WS-AUD-COURSE
                   PERFORM FIND-COURSE-TITLE
                   IF WS-GR-MARK (WS-GR-IDX) NOT < WS-PASS-MARK
                       ADD WS-CUR-CREDITS TO WS-EARNED
                       MOVE "PASSED" TO WS-PASS-WORD
                   ELSE
                       MOVE ZERO TO WS-CUR-CREDITS
                       MOVE "NOT PASSED" TO WS-PASS-WORD
                   END-IF
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "    " WS-AUD-COURSE " " WS-CUR-TITLE
                       " MARK " WS-GR-MARK (WS-GR-IDX)
                       " CREDITS " WS-CUR-CREDITS " " WS-PASS-WORD
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM PUT-AUDIT-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  IN PROGRESS THIS TERM " WS-AUDIT-TERM
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM PUT-AUDIT-LINE.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-ENR-COUNT
               IF WS-EN-STUDENT (WS-EN-IDX) = WS-AUD-ID
                   MOVE WS-EN-COURSE (WS-EN-IDX) TO WS-AUD-COURSE
                   PERFORM WRITE-IN-PROGRESS-LINE
               END-IF
           END-PERFORM.

           MOVE "  MANDATORY COURSES" TO WS-REPORT-LINE.
           PERFORM PUT-AUDIT-LINE.
           PERFORM VARYING WS-MD-IDX FROM 1 BY 1
                   UNTIL WS-MD-IDX > WS-MANDATORY-COUNT
               MOVE WS-MD-CODE (WS-MD-IDX) TO WS-AUD-COURSE
               PERFORM CHECK-ONE-MANDATORY
           END-PERFORM.

           IF WS-EARNED < WS-TOTAL-CREDITS
               COMPUTE WS-STILL-NEEDED = WS-TOTAL-CREDITS - WS-EARNED
           ELSE
               MOVE ZERO TO WS-STILL-NEEDED
           END-IF.
           MOVE WS-EARNED TO WS-CREDITS-EDIT.
           MOVE WS-TOTAL-CREDITS TO WS-REQUIRED-EDIT.
           MOVE WS-IN-PROGRESS TO WS-PROGRESS-EDIT.
           MOVE WS-STILL-NEEDED TO WS-NEEDED-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  CREDITS EARNED " WS-CREDITS-EDIT
               " OF " WS-REQUIRED-EDIT " REQUIRED, "
               WS-PROGRESS-EDIT " IN PROGRESS, "
               WS-NEEDED-EDIT " STILL NEEDED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM PUT-AUDIT-LINE.

           EVALUATE TRUE
               WHEN WS-EARNED NOT < WS-TOTAL-CREDITS AND
                       WS-MD-PENDING = ZERO AND
                       WS-MD-OUTSTANDING = ZERO
                   SET WS-ALL-MET TO TRUE
                   MOVE "ALL REQUIREMENTS MET" TO WS-RESULT-TEXT
               WHEN WS-EARNED + WS-IN-PROGRESS
                       NOT < WS-TOTAL-CREDITS AND
                       WS-MD-OUTSTANDING = ZERO
                   SET WS-MET-ON-COMPLETION TO TRUE
                   MOVE "MET ON PASSING THIS TERM'S COURSES"
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   SET WS-OUTSTANDING TO TRUE
                   MOVE "REQUIREMENTS OUTSTANDING" TO WS-RESULT-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  RESULT: " WS-RESULT-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM PUT-AUDIT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-AUDIT-LINE.

           IF WS-BATCH AND NOT WS-OUTSTANDING
               ADD 1 TO WS-ELIGIBLE-COUNT
               COMPUTE WS-CREDITS-EDIT = WS-EARNED + WS-IN-PROGRESS
               MOVE SPACES TO WS-REPORT-LINE
               STRING "   " WS-AUD-ID " " WS-AUD-NAME
                   " CREDITS " WS-CREDITS-EDIT " " WS-RESULT-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO GRAD-LIST-LINE
               WRITE GRAD-LIST-LINE
           END-IF.

      *> an enrolled course that already carries a mark (graded
      *> early, or a retake) is not in progress any more
       WRITE-IN-PROGRESS-LINE.
           PERFORM FIND-STUDENT-MARK.
           IF WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-COURSE-TITLE.
           ADD WS-CUR-CREDITS TO WS-IN-PROGRESS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    " WS-AUD-COURSE " " WS-CUR-TITLE
               " CREDITS " WS-CUR-CREDITS
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM PUT-AUDIT-LINE.

       CHECK-ONE-MANDATORY.
           PERFORM FIND-COURSE-TITLE.
           PERFORM FIND-STUDENT-MARK.
           IF WS-FOUND AND WS-AUD-MARK NOT < WS-PASS-MARK
               ADD 1 TO WS-MD-MET
               MOVE "MET" TO WS-MD-STATE
           ELSE
      *> only an unmarked course can still be in progress
               IF WS-NOT-FOUND
                   PERFORM FIND-IN-PROGRESS
               ELSE
                   SET WS-NOT-FOUND TO TRUE
               END-IF
               IF WS-FOUND
                   ADD 1 TO WS-MD-PENDING
                   MOVE "IN PROGRESS" TO WS-MD-STATE
               ELSE
                   ADD 1 TO WS-MD-OUTSTANDING
                   MOVE "OUTSTANDING" TO WS-MD-STATE
               END-IF
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    " WS-AUD-COURSE " " WS-CUR-TITLE " "
               WS-MD-STATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM PUT-AUDIT-LINE.

       END PROGRAM DEGAUDIT.
