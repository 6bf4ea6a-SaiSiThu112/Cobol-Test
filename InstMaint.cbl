       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTMAINT.

      *> maintains the instructor assignments (InstructorAssign.txt)
      *> the way SUBSTMAINT maintains the substitute lists: assign an
      *> instructor to a course for a term, change who teaches it,
      *> remove the assignment, list a term's assignments. The
      *> course must be on CourseMaster.txt and the term on
      *> TermMaster.txt (the term covering today is offered as the
      *> default, the ENROLL rule); the instructor must be on Person
      *> Info.txt and PERSON-ACTIVE, the TIMEENT check. An
      *> instructor already teaching another course that term at the
      *> same COURSE-DAY/COURSE-PERIOD is refused - a course with no
      *> meeting time set can never clash, the ENROLL convention.
      *> Every assign, change and removal leaves who/when and the
      *> before and after images on the shared change journal. The
      *> file is written back in term and course order.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT INSTRUCTOR-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO DYNAMIC WS-COURSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURSE-STATUS.

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

           SELECT CHANGE-JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

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

           FD PERSON.
           01 PERSON-INFO-FILE.
               COPY PERSON-INFO.

           FD CHANGE-JOURNAL-FILE.
           01 CHANGE-JOURNAL-REC.
               COPY CHANGE-JOURNAL.

       WORKING-STORAGE SECTION.
      *> the whole file is held here while the operator works on it
      *> and written back in one pass at the end
           01 WS-IA-TABLE.
               05 WS-IA-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-IA-COUNT
                       INDEXED BY WS-IA-IDX.
                   10 WS-IA-TERM PIC X(6).
                   10 WS-IA-COURSE PIC X(5).
                   10 WS-IA-PERSON PIC 9(5).
           01 WS-IA-COUNT PIC 9(5) COMP VALUE ZERO.

           01 WS-COURSE-TABLE.
               05 WS-CM-ENTRY OCCURS 200 TIMES INDEXED BY WS-CM-IDX.
                   10 WS-CM-CODE PIC X(5).
                   10 WS-CM-TITLE PIC X(20).
                   10 WS-CM-DAY PIC 9(1).
                   10 WS-CM-PERIOD PIC 9(2).
           01 WS-COURSE-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-TERM-TABLE.
               05 WS-TM-ENTRY OCCURS 50 TIMES INDEXED BY WS-TM-IDX.
                   10 WS-TM-CODE PIC X(6).
           01 WS-TERM-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-CURRENT-TERM PIC X(6) VALUE SPACES.
           01 WS-TODAY PIC 9(8).

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-COURSE-EOF PIC A(1) VALUE "N".
           01 WS-TERM-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".
           01 WS-CHANGED-SW PIC A(1) VALUE "N".
               88 WS-FILE-CHANGED VALUE "Y".

           01 WS-ASK-TERM PIC X(6).
           01 WS-ASK-COURSE PIC X(5).
           01 WS-ASK-PERSON PIC 9(5).
           01 WS-ASK-DAY PIC 9(1).
           01 WS-ASK-PERIOD PIC 9(2).
           01 WS-CHECK-COURSE PIC X(5).
           01 WS-CHECK-DAY PIC 9(1).
           01 WS-CHECK-PERIOD PIC 9(2).
           01 WS-CHECK-TITLE PIC X(20).
           01 WS-NAME-OUT PIC X(20).

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-TAUGHT-SW PIC X(1).
               88 WS-ALREADY-TAUGHT VALUE "Y".
           01 WS-MATCH-IDX PIC 9(5) COMP.
           01 WS-SHIFT-IDX PIC 9(5) COMP.
           01 WS-LISTED-COUNT PIC 9(5).

           01 WS-EDIT-SW PIC X(1).
               88 WS-EDIT-OK VALUE "Y".
               88 WS-EDIT-FAILED VALUE "N".

      *> the record image the journal carries, built from a table
      *> entry in the file's own layout
           01 WS-JRN-IMAGE-REC.
               COPY INSTRUCTOR-ASSIGN
                   REPLACING LEADING ==IA== BY ==JI==.
           01 WS-JRN-TAG PIC X(6).
           01 WS-JRN-SOURCE-IDX PIC 9(5) COMP.
           01 WS-OPERATOR-ID PIC X(10).
           01 WS-STAMP-DATE PIC 9(8).
           01 WS-STAMP-TIME PIC 9(8).
           01 WS-JOURNAL-PATH PIC X(80).
           01 WS-JOURNAL-STATUS PIC X(2).

           01 WS-MASTER-PATH PIC X(80).
           01 WS-COURSE-PATH PIC X(80).
           01 WS-TERM-PATH PIC X(80).
           01 WS-PERSON-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-COURSE-STATUS PIC X(2).
           01 WS-TERM-STATUS PIC X(2).
           01 WS-PERSON-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT
               "CHANGEJOURNAL_FILE".
           IF WS-JOURNAL-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ChangeJournal.txt"
                   TO WS-JOURNAL-PATH
           END-IF.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "INSTRUCTOR_FILE".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\InstructorAssign.txt"
                   TO WS-MASTER-PATH
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
           ACCEPT WS-PERSON-PATH FROM ENVIRONMENT "WRITETEST_PERSON".
           IF WS-PERSON-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Person Info.txt"
                   TO WS-PERSON-PATH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-COURSE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING COURSE MASTER - STATUS "
                   WS-COURSE-STATUS
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
      *> an older master line has no meeting time - it loads as
      *> no-meeting-time and never clashes
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
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-MASTER-FILE.

      *> no term calendar on file yet means a term code is taken on
      *> trust, with a warning when it is keyed
           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TERM-STATUS = "00"
               PERFORM UNTIL WS-TERM-EOF = "Y"
                   READ TERM-MASTER-FILE
                       AT END MOVE "Y" TO WS-TERM-EOF
                       NOT AT END
                           IF WS-TERM-COUNT < 50
                               ADD 1 TO WS-TERM-COUNT
                               SET WS-TM-IDX TO WS-TERM-COUNT
                               MOVE TM-TERM-CODE
                                   TO WS-TM-CODE (WS-TM-IDX)
                           END-IF
                           IF TM-START-DATE NOT > WS-TODAY
                               AND TM-END-DATE NOT < WS-TODAY
                               MOVE TM-TERM-CODE TO WS-CURRENT-TERM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-MASTER-FILE
           END-IF.

      *> a file that does not exist yet is simply empty - the first
      *> assignment creates it
           OPEN INPUT INSTRUCTOR-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ INSTRUCTOR-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF WS-IA-COUNT < 2000
                               ADD 1 TO WS-IA-COUNT
                               SET WS-IA-IDX TO WS-IA-COUNT
                               MOVE IA-TERM TO WS-IA-TERM (WS-IA-IDX)
                               MOVE IA-COURSE-CODE
                                   TO WS-IA-COURSE (WS-IA-IDX)
                               MOVE IA-PERSON-ID
                                   TO WS-IA-PERSON (WS-IA-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSTRUCTOR-FILE
           END-IF.

           OPEN INPUT PERSON.
           IF WS-PERSON-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PERSON FILE - STATUS "
                   WS-PERSON-STATUS
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "INSTRUCTORS - A=ASSIGN D=REMOVE L=LIST Q=QUIT"
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ASSIGN-INSTRUCTOR
                   WHEN "D"
                   WHEN "d"
                       PERFORM REMOVE-ASSIGNMENT
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-ASSIGNMENTS
                   WHEN "Q"
                   WHEN "q"
                       SET WS-QUIT TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM.

           CLOSE PERSON.
           IF WS-FILE-CHANGED
               PERFORM WRITE-MASTER-BACK
           END-IF.
           STOP RUN.

      *> term and course - the two that say which line of the file
      *> the operator means. A blank term takes the current one
       TAKE-ASSIGN-KEY.
           SET WS-EDIT-FAILED TO TRUE.
           DISPLAY "Enter term code (blank for " WS-CURRENT-TERM ")"
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ASK-TERM.
           ACCEPT WS-ASK-TERM.
           IF WS-ASK-TERM = SPACES
               MOVE WS-CURRENT-TERM TO WS-ASK-TERM
           END-IF.
           IF WS-ASK-TERM = SPACES
               DISPLAY "NO TERM GIVEN AND NONE COVERS TODAY"
               EXIT PARAGRAPH
           END-IF.
           IF WS-TERM-COUNT = ZERO
               DISPLAY "WARNING: NO TERM CALENDAR ON FILE - TERM "
                   "NOT VALIDATED"
           ELSE
               SET WS-NOT-FOUND TO TRUE
               PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                       UNTIL WS-TM-IDX > WS-TERM-COUNT
                   IF WS-TM-CODE (WS-TM-IDX) = WS-ASK-TERM
                       SET WS-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-NOT-FOUND
                   DISPLAY "TERM " WS-ASK-TERM
                       " IS NOT ON THE TERM CALENDAR"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Enter course code" WITH NO ADVANCING.
           ACCEPT WS-ASK-COURSE.
           MOVE WS-ASK-COURSE TO WS-CHECK-COURSE.
           PERFORM FIND-COURSE.
           IF WS-NOT-FOUND
               DISPLAY "COURSE " WS-ASK-COURSE
                   " IS NOT ON THE COURSE MASTER"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHECK-DAY TO WS-ASK-DAY.
           MOVE WS-CHECK-PERIOD TO WS-ASK-PERIOD.
           SET WS-EDIT-OK TO TRUE.

      *> WS-CHECK-COURSE's title and meeting slot off the course
      *> table
       FIND-COURSE.
           SET WS-NOT-FOUND TO TRUE.
           MOVE SPACES TO WS-CHECK-TITLE.
           MOVE ZERO TO WS-CHECK-DAY WS-CHECK-PERIOD.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-COURSE-COUNT
               IF WS-CM-CODE (WS-CM-IDX) = WS-CHECK-COURSE
                   SET WS-FOUND TO TRUE
                   MOVE WS-CM-TITLE (WS-CM-IDX) TO WS-CHECK-TITLE
                   MOVE WS-CM-DAY (WS-CM-IDX) TO WS-CHECK-DAY
                   MOVE WS-CM-PERIOD (WS-CM-IDX) TO WS-CHECK-PERIOD
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-ASSIGNMENT.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-IA-IDX FROM 1 BY 1
                   UNTIL WS-IA-IDX > WS-IA-COUNT
               IF WS-IA-TERM (WS-IA-IDX) = WS-ASK-TERM
                       AND WS-IA-COURSE (WS-IA-IDX) = WS-ASK-COURSE
                   SET WS-FOUND TO TRUE
                   MOVE WS-IA-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> on Person Info.txt and active, and not already teaching
      *> another course this term in the same slot
       TAKE-INSTRUCTOR.
           SET WS-EDIT-FAILED TO TRUE.
           DISPLAY "Enter instructor's person ID" WITH NO ADVANCING.
           ACCEPT WS-ASK-PERSON.
           MOVE WS-ASK-PERSON TO PERSON-ID.
           READ PERSON
               INVALID KEY
                   DISPLAY "PERSON " WS-ASK-PERSON " IS NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ.
           IF NOT PERSON-ACTIVE
               DISPLAY PERSON-NAME " IS NOT ACTIVE - CANNOT TEACH"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ASK-DAY NOT = ZERO AND WS-ASK-PERIOD NOT = ZERO
               PERFORM VARYING WS-IA-IDX FROM 1 BY 1
                       UNTIL WS-IA-IDX > WS-IA-COUNT
                   IF WS-IA-TERM (WS-IA-IDX) = WS-ASK-TERM
                           AND WS-IA-PERSON (WS-IA-IDX)
                               = WS-ASK-PERSON
                           AND WS-IA-COURSE (WS-IA-IDX)
                               NOT = WS-ASK-COURSE
                       MOVE WS-IA-COURSE (WS-IA-IDX)
                           TO WS-CHECK-COURSE
                       PERFORM FIND-COURSE
                       IF WS-CHECK-DAY = WS-ASK-DAY AND
                               WS-CHECK-PERIOD = WS-ASK-PERIOD
                           DISPLAY PERSON-NAME " ALREADY TEACHES "
                               WS-CHECK-COURSE " " WS-CHECK-TITLE
                           DISPLAY "AT DAY " WS-ASK-DAY " PERIOD "
                               WS-ASK-PERIOD " IN TERM " WS-ASK-TERM
                               " - NOT ASSIGNED"
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           SET WS-EDIT-OK TO TRUE.

      *> a course already taught this term changes hands; otherwise
      *> the assignment is new
       ASSIGN-INSTRUCTOR.
           PERFORM TAKE-ASSIGN-KEY.
           IF WS-EDIT-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ASSIGNMENT.
           MOVE WS-FOUND-SW TO WS-TAUGHT-SW.
           IF WS-ALREADY-TAUGHT
               MOVE WS-IA-PERSON (WS-MATCH-IDX) TO PERSON-ID
               READ PERSON
                   INVALID KEY MOVE "NOT ON FILE" TO PERSON-NAME
               END-READ
               DISPLAY "CURRENTLY TAUGHT BY "
                   WS-IA-PERSON (WS-MATCH-IDX) " " PERSON-NAME
           ELSE
               IF WS-IA-COUNT >= 2000
                   DISPLAY "ASSIGNMENT FILE FULL - NOT ASSIGNED"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM TAKE-INSTRUCTOR.
           IF WS-EDIT-FAILED
               EXIT PARAGRAPH
           END-IF.
           IF WS-ALREADY-TAUGHT
               MOVE "BEFORE" TO WS-JRN-TAG
               MOVE WS-MATCH-IDX TO WS-JRN-SOURCE-IDX
               PERFORM WRITE-JOURNAL-LINE
               MOVE WS-ASK-PERSON TO WS-IA-PERSON (WS-MATCH-IDX)
               MOVE "AFTER" TO WS-JRN-TAG
               PERFORM WRITE-JOURNAL-LINE
               DISPLAY WS-ASK-COURSE " IN " WS-ASK-TERM
                   " NOW TAUGHT BY " PERSON-NAME
           ELSE
               ADD 1 TO WS-IA-COUNT
               SET WS-IA-IDX TO WS-IA-COUNT
               MOVE WS-ASK-TERM TO WS-IA-TERM (WS-IA-IDX)
               MOVE WS-ASK-COURSE TO WS-IA-COURSE (WS-IA-IDX)
               MOVE WS-ASK-PERSON TO WS-IA-PERSON (WS-IA-IDX)
               MOVE "ADD" TO WS-JRN-TAG
               SET WS-JRN-SOURCE-IDX TO WS-IA-IDX
               PERFORM WRITE-JOURNAL-LINE
               DISPLAY PERSON-NAME " ASSIGNED TO " WS-ASK-COURSE
                   " IN " WS-ASK-TERM
           END-IF.
           SET WS-FILE-CHANGED TO TRUE.

      *> the line goes from the table; the journal keeps its image
       REMOVE-ASSIGNMENT.
           PERFORM TAKE-ASSIGN-KEY.
           IF WS-EDIT-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ASSIGNMENT.
           IF WS-NOT-FOUND
               DISPLAY "NOBODY IS ASSIGNED TO " WS-ASK-COURSE
                   " IN " WS-ASK-TERM
               EXIT PARAGRAPH
           END-IF.
           MOVE "DELETE" TO WS-JRN-TAG.
           MOVE WS-MATCH-IDX TO WS-JRN-SOURCE-IDX.
           PERFORM WRITE-JOURNAL-LINE.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-MATCH-IDX BY 1
                   UNTIL WS-SHIFT-IDX >= WS-IA-COUNT
               MOVE WS-IA-ENTRY (WS-SHIFT-IDX + 1)
                   TO WS-IA-ENTRY (WS-SHIFT-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-IA-COUNT.
           SET WS-FILE-CHANGED TO TRUE.
           DISPLAY "ASSIGNMENT OF " WS-ASK-COURSE " IN " WS-ASK-TERM
               " REMOVED".

       LIST-ASSIGNMENTS.
           DISPLAY "Enter term code (blank for all)"
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ASK-TERM.
           ACCEPT WS-ASK-TERM.
           MOVE ZERO TO WS-LISTED-COUNT.
           PERFORM VARYING WS-IA-IDX FROM 1 BY 1
                   UNTIL WS-IA-IDX > WS-IA-COUNT
               IF WS-ASK-TERM = SPACES OR
                       WS-IA-TERM (WS-IA-IDX) = WS-ASK-TERM
                   ADD 1 TO WS-LISTED-COUNT
                   MOVE WS-IA-COURSE (WS-IA-IDX) TO WS-CHECK-COURSE
                   PERFORM FIND-COURSE
                   MOVE WS-IA-PERSON (WS-IA-IDX) TO PERSON-ID
                   READ PERSON
                       INVALID KEY MOVE "NOT ON FILE" TO WS-NAME-OUT
                       NOT INVALID KEY MOVE PERSON-NAME TO WS-NAME-OUT
                   END-READ
                   DISPLAY WS-IA-TERM (WS-IA-IDX) " "
                       WS-IA-COURSE (WS-IA-IDX) " " WS-CHECK-TITLE
                       " DAY " WS-CHECK-DAY " PERIOD "
                       WS-CHECK-PERIOD " " WS-IA-PERSON (WS-IA-IDX)
                       " " WS-NAME-OUT
               END-IF
           END-PERFORM.
           DISPLAY WS-LISTED-COUNT " ASSIGNMENTS LISTED".

      *> one journal line: the table entry rendered in the file's
      *> own record layout, with who and when - keyed by course, the
      *> term riding in the image
       WRITE-JOURNAL-LINE.
           SET WS-IA-IDX TO WS-JRN-SOURCE-IDX.
           MOVE WS-IA-TERM (WS-IA-IDX) TO JI-TERM.
           MOVE WS-IA-COURSE (WS-IA-IDX) TO JI-COURSE-CODE.
           MOVE WS-IA-PERSON (WS-IA-IDX) TO JI-PERSON-ID.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CHANGE JOURNAL - STATUS "
                   WS-JOURNAL-STATUS
           ELSE
               MOVE "INSTRUCT" TO CJ-MASTER
               MOVE WS-IA-COURSE (WS-IA-IDX) TO CJ-KEY
               MOVE WS-OPERATOR-ID TO CJ-OPERATOR
               ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-STAMP-TIME FROM TIME
               COMPUTE CJ-STAMP = WS-STAMP-DATE * 1000000
                   + WS-STAMP-TIME / 100
               MOVE WS-JRN-TAG TO CJ-TAG
               MOVE WS-JRN-IMAGE-REC TO CJ-IMAGE
               WRITE CHANGE-JOURNAL-REC
               CLOSE CHANGE-JOURNAL-FILE
           END-IF.

       WRITE-MASTER-BACK.
           IF WS-IA-COUNT > 1
               SORT WS-IA-ENTRY
                   ASCENDING KEY WS-IA-TERM
                   ASCENDING KEY WS-IA-COURSE
           END-IF.
           OPEN OUTPUT INSTRUCTOR-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING ASSIGNMENT FILE - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-IA-IDX FROM 1 BY 1
                   UNTIL WS-IA-IDX > WS-IA-COUNT
               MOVE WS-IA-TERM (WS-IA-IDX) TO IA-TERM
               MOVE WS-IA-COURSE (WS-IA-IDX) TO IA-COURSE-CODE
               MOVE WS-IA-PERSON (WS-IA-IDX) TO IA-PERSON-ID
               WRITE INSTRUCTOR-LINE
           END-PERFORM.
           CLOSE INSTRUCTOR-FILE.
           DISPLAY "INSTRUCTOR ASSIGNMENT FILE REWRITTEN".

       END PROGRAM INSTMAINT.
