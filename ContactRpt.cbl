       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACTRPT.

      *> class contact sheets for trips and emergencies: for each
      *> course running in a term, every student with a standing
      *> enrollment on Enrollment.txt, and under each student the
      *> guardians and emergency contacts held on
      *> StudentContacts.txt in the order they are to be rung.
      *> Written to ClassContacts.txt. Run as CONTACTRPT term
      *> [course] - no term and it is the one covering today, the
      *> AWARDRPT rule; a course cuts the sheets to that class.
      *> Every student enrolled in the term with no contact on file
      *> goes on the exceptions list, ContactExceptions.txt, whatever
      *> course was asked for, so the office can chase them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT STUDENT ASSIGN TO DYNAMIC WS-STUDENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO DYNAMIC WS-COURSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO DYNAMIC WS-ENROLL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT TERM-MASTER-FILE ASSIGN TO DYNAMIC WS-TERM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

           SELECT CONTACT-FILE ASSIGN TO DYNAMIC WS-CONTACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT SHEET-FILE ASSIGN TO DYNAMIC WS-SHEET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEET-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC WS-EXCEPTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD STUDENT.
           01 STUDENT-REC.
               COPY STUDENT.

           FD COURSE-MASTER-FILE.
           01 COURSE-MASTER-LINE.
               COPY COURSE-MASTER.

           FD ENROLLMENT-FILE.
           01 ENROLLMENT-REC.
               COPY ENROLLMENT.

           FD TERM-MASTER-FILE.
           01 TERM-MASTER-LINE.
               COPY TERM-MASTER.

           FD CONTACT-FILE.
           01 CONTACT-LINE.
               COPY STUDENT-CONTACT.

           FD SHEET-FILE.
           01 SHEET-LINE PIC X(80).

           FD EXCEPTION-FILE.
           01 EXCEPTION-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-STUDENT-TABLE.
               05 WS-ST-ENTRY OCCURS 2000 TIMES INDEXED BY WS-ST-IDX.
                   10 WS-ST-ID PIC 9(5).
                   10 WS-ST-NAME PIC X(15).
           01 WS-STUDENT-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-COURSE-TABLE.
               05 WS-CM-ENTRY OCCURS 200 TIMES INDEXED BY WS-CM-IDX.
                   10 WS-CM-CODE PIC X(5).
                   10 WS-CM-TITLE PIC X(20).
           01 WS-COURSE-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-ENR-TABLE.
               05 WS-EN-ENTRY OCCURS 2000 TIMES INDEXED BY WS-EN-IDX.
                   10 WS-EN-STUDENT PIC 9(5).
                   10 WS-EN-COURSE PIC X(5).
           01 WS-ENR-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-CONTACT-TABLE.
               05 WS-CT-ENTRY OCCURS 2000 TIMES INDEXED BY WS-CT-IDX.
                   10 WS-CT-STUDENT PIC 9(5).
                   10 WS-CT-SLOT OCCURS 3 TIMES.
                       15 WS-CT-NAME PIC X(20).
                       15 WS-CT-RELATION PIC X(10).
                       15 WS-CT-PHONE PIC X(15).
                       15 WS-CT-PRIORITY PIC 9(1).
           01 WS-CONTACT-COUNT PIC 9(4) COMP VALUE ZERO.

      *> the students already put on the exceptions list
           01 WS-EXCEPTION-TABLE.
               05 WS-EX-STUDENT OCCURS 2000 TIMES
                   INDEXED BY WS-EX-IDX PIC 9(5).
           01 WS-EXCEPTION-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-ARGS PIC X(30).
           01 WS-ARG-TERM PIC X(6).
           01 WS-ARG-COURSE PIC X(5).
           01 WS-CURRENT-TERM PIC X(6) VALUE SPACES.
           01 WS-TODAY PIC 9(8).

           01 WS-STUDENT-EOF PIC A(1) VALUE "N".
           01 WS-COURSE-EOF PIC A(1) VALUE "N".
           01 WS-ENROLL-EOF PIC A(1) VALUE "N".
           01 WS-TERM-EOF PIC A(1) VALUE "N".
           01 WS-CONTACT-EOF PIC A(1) VALUE "N".

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-CUR-STUDENT PIC 9(5).
           01 WS-NAME-OUT PIC X(15).
           01 WS-MATCH-IDX PIC 9(4) COMP.
           01 WS-SLOT PIC 9(1) COMP.
           01 WS-SORT-IDX1 PIC 9(4) COMP.
           01 WS-SORT-IDX2 PIC 9(4) COMP.
           01 WS-SORT-TEMP PIC 9(5).
           01 WS-COL-POS PIC 9(2) COMP.
           01 WS-CLASS-SIZE PIC 9(4) COMP.
           01 WS-CLASS-EDIT PIC ZZZ9.
           01 WS-SHEET-COUNT PIC 9(4) VALUE ZERO.
           01 WS-EXCEPTION-EDIT PIC ZZZ9.
           01 WS-REPORT-LINE PIC X(80).

           01 WS-STUDENT-PATH PIC X(80).
           01 WS-COURSE-PATH PIC X(80).
           01 WS-ENROLL-PATH PIC X(80).
           01 WS-TERM-PATH PIC X(80).
           01 WS-CONTACT-PATH PIC X(80).
           01 WS-SHEET-PATH PIC X(80).
           01 WS-EXCEPTION-PATH PIC X(80).
           01 WS-STUDENT-STATUS PIC X(2).
           01 WS-COURSE-STATUS PIC X(2).
           01 WS-ENROLL-STATUS PIC X(2).
           01 WS-TERM-STATUS PIC X(2).
           01 WS-CONTACT-STATUS PIC X(2).
           01 WS-SHEET-STATUS PIC X(2).
           01 WS-EXCEPTION-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ARGS FROM COMMAND-LINE.
           INSPECT WS-ARGS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO WS-ARG-TERM WS-ARG-COURSE.
           IF WS-ARGS NOT = SPACES
               UNSTRING WS-ARGS DELIMITED BY ALL " "
                   INTO WS-ARG-TERM WS-ARG-COURSE
               END-UNSTRING
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
           ACCEPT WS-CONTACT-PATH FROM ENVIRONMENT "STUDENT_CONTACTS".
           IF WS-CONTACT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\StudentContacts.txt"
                   TO WS-CONTACT-PATH
           END-IF.
           ACCEPT WS-SHEET-PATH FROM ENVIRONMENT "CONTACT_SHEET".
           IF WS-SHEET-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ClassContacts.txt"
                   TO WS-SHEET-PATH
           END-IF.
           ACCEPT WS-EXCEPTION-PATH FROM ENVIRONMENT
               "CONTACT_EXCEPTIONS".
           IF WS-EXCEPTION-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ContactExceptions.txt"
                   TO WS-EXCEPTION-PATH
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
                   "RUN AS CONTACTRPT termcode [course]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
                       IF WS-STUDENT-COUNT < 2000
                           ADD 1 TO WS-STUDENT-COUNT
                           SET WS-ST-IDX TO WS-STUDENT-COUNT
                           MOVE STUDENT-ID TO WS-ST-ID (WS-ST-IDX)
                           MOVE STUDENT-NAME TO WS-ST-NAME (WS-ST-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT.

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
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-MASTER-FILE.
           IF WS-ARG-COURSE NOT = SPACES
               SET WS-NOT-FOUND TO TRUE
               PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                       UNTIL WS-CM-IDX > WS-COURSE-COUNT
                   IF WS-CM-CODE (WS-CM-IDX) = WS-ARG-COURSE
                       SET WS-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-NOT-FOUND
                   DISPLAY "COURSE " WS-ARG-COURSE " IS NOT ON THE "
                       "COURSE MASTER"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

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
                                ENR-STATUS = SPACE) AND
                               WS-ENR-COUNT < 2000
                           ADD 1 TO WS-ENR-COUNT
                           SET WS-EN-IDX TO WS-ENR-COUNT
                           MOVE ENR-STUDENT-ID
                               TO WS-EN-STUDENT (WS-EN-IDX)
                           MOVE ENR-COURSE-CODE
                               TO WS-EN-COURSE (WS-EN-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENROLLMENT-FILE.

      *> no contacts file yet and every student is an exception
           OPEN INPUT CONTACT-FILE.
           IF WS-CONTACT-STATUS = "00"
               PERFORM UNTIL WS-CONTACT-EOF = "Y"
                   READ CONTACT-FILE
                       AT END MOVE "Y" TO WS-CONTACT-EOF
                       NOT AT END
                           IF WS-CONTACT-COUNT < 2000 AND
                                   SC-NAME (1) NOT = SPACES
                               ADD 1 TO WS-CONTACT-COUNT
                               SET WS-CT-IDX TO WS-CONTACT-COUNT
                               MOVE CONTACT-LINE
                                   TO WS-CT-ENTRY (WS-CT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACT-FILE
           END-IF.

      *> one sheet per course with anybody in it this term
           OPEN OUTPUT SHEET-FILE.
           IF WS-SHEET-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CONTACT SHEET - STATUS "
                   WS-SHEET-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CLASS CONTACT SHEETS FOR TERM " WS-ARG-TERM
               " PRINTED " WS-TODAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO SHEET-LINE.
           WRITE SHEET-LINE.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-COURSE-COUNT
               IF WS-ARG-COURSE = SPACES OR
                       WS-CM-CODE (WS-CM-IDX) = WS-ARG-COURSE
                   PERFORM WRITE-ONE-SHEET
               END-IF
           END-PERFORM.
           IF WS-SHEET-COUNT = ZERO
               MOVE "NO STANDING ENROLLMENTS IN THE TERM"
                   TO SHEET-LINE
               WRITE SHEET-LINE
           END-IF.
           CLOSE SHEET-FILE.

      *> every student in the term with no contact, once each, in
      *> student order
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-ENR-COUNT
               MOVE WS-EN-STUDENT (WS-EN-IDX) TO WS-CUR-STUDENT
               PERFORM FIND-CONTACTS
               IF WS-NOT-FOUND
                   PERFORM NOTE-EXCEPTION
               END-IF
           END-PERFORM.
           PERFORM SORT-THE-EXCEPTIONS.
           OPEN OUTPUT EXCEPTION-FILE.
           IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CONTACT EXCEPTIONS - STATUS "
                   WS-EXCEPTION-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "STUDENTS WITH NO CONTACT ON FILE - TERM "
               WS-ARG-TERM " PRINTED " WS-TODAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EXCEPTION-COUNT
               PERFORM WRITE-ONE-EXCEPTION
           END-PERFORM.
           MOVE WS-EXCEPTION-COUNT TO WS-EXCEPTION-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-EXCEPTION-EDIT " STUDENTS WITHOUT A CONTACT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           CLOSE EXCEPTION-FILE.

           MOVE WS-SHEET-COUNT TO WS-CLASS-EDIT.
           DISPLAY "CONTACTRPT " WS-ARG-TERM ": " WS-CLASS-EDIT
               " CLASS SHEETS, " WS-EXCEPTION-EDIT
               " STUDENTS WITHOUT A CONTACT".
           STOP RUN.

      *> the class at WS-CM-IDX - heading, then each student and
      *> the contacts to ring
       WRITE-ONE-SHEET.
           MOVE ZERO TO WS-CLASS-SIZE.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-ENR-COUNT
               IF WS-EN-COURSE (WS-EN-IDX) = WS-CM-CODE (WS-CM-IDX)
                   ADD 1 TO WS-CLASS-SIZE
               END-IF
           END-PERFORM.
           IF WS-CLASS-SIZE = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SHEET-COUNT.
           MOVE WS-CLASS-SIZE TO WS-CLASS-EDIT.
           MOVE SPACES TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "COURSE " WS-CM-CODE (WS-CM-IDX)
               " " WS-CM-TITLE (WS-CM-IDX)
               " TERM " WS-ARG-TERM
               " STUDENTS " WS-CLASS-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "STUDENT" TO WS-REPORT-LINE(4:7).
           MOVE "PRI" TO WS-REPORT-LINE(25:3).
           MOVE "CONTACT" TO WS-REPORT-LINE(29:7).
           MOVE "RELATION" TO WS-REPORT-LINE(50:8).
           MOVE "PHONE" TO WS-REPORT-LINE(61:5).
           MOVE WS-REPORT-LINE TO SHEET-LINE.
           WRITE SHEET-LINE.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-ENR-COUNT
               IF WS-EN-COURSE (WS-EN-IDX) = WS-CM-CODE (WS-CM-IDX)
                   PERFORM WRITE-SHEET-STUDENT
               END-IF
           END-PERFORM.

       WRITE-SHEET-STUDENT.
           MOVE WS-EN-STUDENT (WS-EN-IDX) TO WS-CUR-STUDENT.
           PERFORM FIND-STUDENT-NAME.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "   " WS-CUR-STUDENT " " WS-NAME-OUT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM FIND-CONTACTS.
           IF WS-NOT-FOUND
               MOVE "*** NO CONTACT ON FILE ***"
                   TO WS-REPORT-LINE(29:26)
               MOVE WS-REPORT-LINE TO SHEET-LINE
               WRITE SHEET-LINE
               EXIT PARAGRAPH
           END-IF.
      *> the student's first contact shares the student's line,
      *> the others follow beneath it
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3
               IF WS-CT-NAME (WS-MATCH-IDX WS-SLOT) NOT = SPACES
                   IF WS-SLOT > 1
                       MOVE SPACES TO WS-REPORT-LINE
                   END-IF
                   MOVE WS-CT-PRIORITY (WS-MATCH-IDX WS-SLOT)
                       TO WS-REPORT-LINE(26:1)
                   MOVE WS-CT-NAME (WS-MATCH-IDX WS-SLOT)
                       TO WS-REPORT-LINE(29:20)
                   MOVE WS-CT-RELATION (WS-MATCH-IDX WS-SLOT)
                       TO WS-REPORT-LINE(50:10)
                   MOVE WS-CT-PHONE (WS-MATCH-IDX WS-SLOT)
                       TO WS-REPORT-LINE(61:15)
                   MOVE WS-REPORT-LINE TO SHEET-LINE
                   WRITE SHEET-LINE
               END-IF
           END-PERFORM.

       WRITE-ONE-EXCEPTION.
           MOVE WS-EX-STUDENT (WS-EX-IDX) TO WS-CUR-STUDENT.
           PERFORM FIND-STUDENT-NAME.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "   " WS-CUR-STUDENT " " WS-NAME-OUT " COURSES"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE 34 TO WS-COL-POS.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-ENR-COUNT
               IF WS-EN-STUDENT (WS-EN-IDX) = WS-CUR-STUDENT AND
                       WS-COL-POS < 76
                   MOVE WS-EN-COURSE (WS-EN-IDX)
                       TO WS-REPORT-LINE(WS-COL-POS:5)
                   ADD 6 TO WS-COL-POS
               END-IF
           END-PERFORM.
           MOVE WS-REPORT-LINE TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

      *> contacts held for WS-CUR-STUDENT - WS-MATCH-IDX when found
       FIND-CONTACTS.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CONTACT-COUNT
               IF WS-CT-STUDENT (WS-CT-IDX) = WS-CUR-STUDENT
                   SET WS-FOUND TO TRUE
                   MOVE WS-CT-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-STUDENT-NAME.
           MOVE "NOT ON ROSTER" TO WS-NAME-OUT.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STUDENT-COUNT
               IF WS-ST-ID (WS-ST-IDX) = WS-CUR-STUDENT
                   MOVE WS-ST-NAME (WS-ST-IDX) TO WS-NAME-OUT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> WS-CUR-STUDENT onto the exceptions list unless already there
       NOTE-EXCEPTION.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EXCEPTION-COUNT
               IF WS-EX-STUDENT (WS-EX-IDX) = WS-CUR-STUDENT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           ADD 1 TO WS-EXCEPTION-COUNT.
           SET WS-EX-IDX TO WS-EXCEPTION-COUNT.
           MOVE WS-CUR-STUDENT TO WS-EX-STUDENT (WS-EX-IDX).

       SORT-THE-EXCEPTIONS.
           PERFORM VARYING WS-SORT-IDX1 FROM 1 BY 1
                   UNTIL WS-SORT-IDX1 > WS-EXCEPTION-COUNT
               PERFORM VARYING WS-SORT-IDX2 FROM WS-SORT-IDX1 BY 1
                       UNTIL WS-SORT-IDX2 > WS-EXCEPTION-COUNT
                   IF WS-EX-STUDENT (WS-SORT-IDX2) <
                           WS-EX-STUDENT (WS-SORT-IDX1)
                       MOVE WS-EX-STUDENT (WS-SORT-IDX1)
                           TO WS-SORT-TEMP
                       MOVE WS-EX-STUDENT (WS-SORT-IDX2)
                           TO WS-EX-STUDENT (WS-SORT-IDX1)
                       MOVE WS-SORT-TEMP
                           TO WS-EX-STUDENT (WS-SORT-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       END PROGRAM CONTACTRPT.
