       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMITCONV.

      *> admissions conversion run: every applicant ADMITENT has
      *> marked accepted and not yet converted becomes a student.
      *> The age and gender are held once more to the HELLO intake
      *> rules, the student is issued the next STUDENT-ID above the
      *> highest on the roster that passes the check digit and is
      *> not already taken (and stays within the 89999 ceiling
      *> STUDENTCHECK enforces), and the STUDENT record is appended
      *> to the roster the way HELLO writes it - active, enrolled
      *> today. The new ID goes back on the applicant so the same
      *> applicant is never converted twice. STUDENTSYNC brings the
      *> keyed index up to date afterwards.
      *> Run as ADMITCONV ENROLL and each new student is also
      *> enrolled in the courses they applied for, for the term they
      *> applied for, under ENROLL's rules: a course with a
      *> prerequisite needs a passing mark on record (there is no
      *> supervisor at the keyboard to override it in a batch run,
      *> so the course is refused and logged), a timetable clash is
      *> refused, and a full course puts the student on its
      *> waitlist. Each enrollment is logged to EnrollAudit.txt in
      *> the line LETTERRUN reads its confirmations from.
      *> Return code 4 when any applicant or course was refused.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT APPLICANT-FILE ASSIGN TO DYNAMIC WS-APPLICANT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLICANT-STATUS.

           SELECT STUDENT-SEQ ASSIGN TO DYNAMIC WS-ROSTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO DYNAMIC WS-COURSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO DYNAMIC WS-ENROLL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT WAITLIST-FILE ASSIGN TO DYNAMIC WS-WAITLIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAITLIST-STATUS.

           SELECT GRADE-FILE ASSIGN TO DYNAMIC WS-GRADE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT ENROLL-AUDIT-FILE ASSIGN TO "EnrollAudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD APPLICANT-FILE.
           01 APPLICANT-LINE.
               COPY APPLICANT.

           FD STUDENT-SEQ.
           01 STUDENT-SEQ-REC.
               COPY STUDENT.

           FD COURSE-MASTER-FILE.
           01 COURSE-MASTER-LINE.
               COPY COURSE-MASTER.

           FD ENROLLMENT-FILE.
           01 ENROLLMENT-REC.
               COPY ENROLLMENT.

           FD WAITLIST-FILE.
           01 WAITLIST-REC.
               COPY WAITLIST.

           FD GRADE-FILE.
           01 GRADE-REC.
               COPY GRADE.

           FD ENROLL-AUDIT-FILE.
           01 AUDIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-APPLICANT-TABLE.
               05 WS-AP-ENTRY OCCURS 2000 TIMES INDEXED BY WS-AP-IDX.
                   10 WS-AP-NO PIC 9(5).
                   10 WS-AP-NAME PIC X(15).
                   10 WS-AP-AGE PIC 9(3).
                   10 WS-AP-GENDER PIC X(9).
                   10 WS-AP-APPLY-DATE PIC 9(8).
                   10 WS-AP-TERM PIC X(6).
                   10 WS-AP-COURSE PIC X(5) OCCURS 3 TIMES.
                   10 WS-AP-STATUS PIC X(1).
                   10 WS-AP-STATUS-DATE PIC 9(8).
                   10 WS-AP-STUDENT PIC 9(5).
                   10 WS-AP-OPERATOR PIC X(10).
           01 WS-APPLICANT-COUNT PIC 9(4) COMP VALUE ZERO.

      *> every STUDENT-ID already on the roster, the HELLO duplicate
      *> table
           01 WS-SEEN-TABLE.
               05 WS-SEEN-ID PIC 9(5) OCCURS 5000 TIMES
                   INDEXED BY WS-SEEN-IDX.
           01 WS-SEEN-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-HIGH-ID PIC 9(5) VALUE ZERO.
           01 WS-NEW-ID PIC 9(5).
           01 WS-MAX-STUDENT-ID PIC 9(5) VALUE 89999.

      *> the HELLO check digit: the units digit must equal the tens
      *> digit doubled, reduced modulo 10
           01 WS-ID-TENS PIC 9.
           01 WS-ID-UNITS PIC 9.
           01 WS-ID-QUOTIENT PIC 9(4).
           01 WS-ID-QUOTIENT2 PIC 9(3).
           01 WS-CHECK-PRODUCT PIC 9(2).
           01 WS-CHECK-EXPECTED PIC 9.
           01 WS-ID-EDIT-SW PIC X(1).
               88 WS-ID-OK VALUE "Y".
               88 WS-ID-FAILED VALUE "N".

      *> the HELLO intake's age range
           01 WS-MIN-STUD-AGE PIC 9(3) VALUE 005.
           01 WS-MAX-STUD-AGE PIC 9(3) VALUE 099.

           01 WS-COURSE-TABLE.
               05 WS-CM-ENTRY OCCURS 200 TIMES INDEXED BY WS-CM-IDX.
                   10 WS-CM-CODE PIC X(5).
                   10 WS-CM-TITLE PIC X(20).
                   10 WS-CM-CAPACITY PIC 9(3).
                   10 WS-CM-TAKEN PIC 9(3).
                   10 WS-CM-DAY PIC 9(1).
                   10 WS-CM-PERIOD PIC 9(2).
                   10 WS-CM-PREREQ PIC X(5).
           01 WS-COURSE-COUNT PIC 9(4) COMP VALUE ZERO.

      *> every standing enrollment, for the duplicate and timetable
      *> checks
           01 WS-ENR-TABLE.
               05 WS-EN-ENTRY OCCURS 2000 TIMES INDEXED BY WS-EN-IDX.
                   10 WS-EN-STUDENT PIC 9(5).
                   10 WS-EN-COURSE PIC X(5).
           01 WS-ENR-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-WL-TABLE.
               05 WS-WL-ENTRY OCCURS 500 TIMES INDEXED BY WS-WL-IDX.
                   10 WS-WL-COURSE PIC X(5).
                   10 WS-WL-STUDENT PIC 9(5).
                   10 WS-WL-STATUS PIC X(1).
           01 WS-WL-COUNT PIC 9(4) COMP VALUE ZERO.

      *> passing marks on record, for the prerequisite check
           01 WS-PASS-TABLE.
               05 WS-PS-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PS-IDX.
                   10 WS-PS-STUDENT PIC 9(5).
                   10 WS-PS-COURSE PIC X(5).
           01 WS-PASS-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-PASS-MARK PIC 9(3) VALUE 50.

           01 WS-APPLICANT-EOF PIC A(1) VALUE "N".
           01 WS-ROSTER-EOF PIC A(1) VALUE "N".
           01 WS-COURSE-EOF PIC A(1) VALUE "N".
           01 WS-ENROLL-EOF PIC A(1) VALUE "N".
           01 WS-WL-EOF PIC A(1) VALUE "N".
           01 WS-GRADE-EOF PIC A(1) VALUE "N".

           01 WS-ARGS PIC X(20).
           01 WS-ENROLL-SW PIC X(1) VALUE "N".
               88 WS-ENROLL-TOO VALUE "Y".

           01 WS-ASK-STUDENT PIC 9(5).
           01 WS-ASK-COURSE PIC X(5).
           01 WS-CURRENT-TERM PIC X(6).
           01 WS-REQ-IDX PIC 9(1) COMP.
           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(4) COMP.
           01 WS-OTHER-IDX PIC 9(4) COMP.
           01 WS-DUP-SW PIC X(1).
               88 WS-DUPLICATE VALUE "Y".
           01 WS-CLASH-SW PIC X(1).
               88 WS-TIMETABLE-CLASH VALUE "Y".
           01 WS-CLASH-COURSE PIC X(5).
           01 WS-PREREQ-MET-SW PIC X(1).
               88 WS-PREREQ-MET VALUE "Y".
           01 WS-ALREADY-WAITING-SW PIC X(1).
               88 WS-ALREADY-WAITING VALUE "Y".
           01 WS-WAIT-POSITION PIC 9(3).

           01 WS-TODAY PIC 9(8).
           01 WS-OPERATOR-ID PIC X(10).
           01 WS-AUDIT-TIME PIC 9(8).
           01 WS-AUDIT-LINE PIC X(80).

           01 WS-CONVERTED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-REFUSED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-ENROLLED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-WAITLISTED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-COURSE-REFUSED PIC 9(4) VALUE ZERO.

           01 WS-LOCK-PARM.
               05 FL-ACTION PIC X(1).
               05 FL-LOCK-NAME PIC X(20).
               05 FL-HOLDER PIC X(10).
               05 FL-RESULT PIC X(1).
                   88 FL-GRANTED VALUE "G".
                   88 FL-HELD VALUE "H".
               05 FL-MESSAGE PIC X(40).
           01 WS-STUDENTINDEX-SW PIC X(1) VALUE "N".
               88 WS-HAVE-STUDENTINDEX VALUE "Y".
           01 WS-ENROLLMENT-SW PIC X(1) VALUE "N".
               88 WS-HAVE-ENROLLMENT VALUE "Y".

           01 WS-APPLICANT-PATH PIC X(80).
           01 WS-ROSTER-PATH PIC X(80).
           01 WS-COURSE-PATH PIC X(80).
           01 WS-ENROLL-PATH PIC X(80).
           01 WS-WAITLIST-PATH PIC X(80).
           01 WS-GRADE-PATH PIC X(80).
           01 WS-APPLICANT-STATUS PIC X(2).
           01 WS-ROSTER-STATUS PIC X(2).
           01 WS-COURSE-STATUS PIC X(2).
           01 WS-ENROLL-STATUS PIC X(2).
           01 WS-WAITLIST-STATUS PIC X(2).
           01 WS-GRADE-STATUS PIC X(2).
           01 WS-ENROLL-AUDIT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ARGS FROM COMMAND-LINE.
           INSPECT WS-ARGS CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           EVALUATE WS-ARGS
               WHEN SPACES
                   CONTINUE
               WHEN "ENROLL"
                   SET WS-ENROLL-TOO TO TRUE
               WHEN OTHER
                   DISPLAY "ADMITCONV: GIVE ENROLL ON THE COMMAND "
                       "LINE TO ENROLL THE NEW STUDENTS, OR NOTHING"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF WS-OPERATOR-ID = SPACES
               MOVE "ADMITCONV" TO WS-OPERATOR-ID
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-APPLICANT-PATH FROM ENVIRONMENT "APPLICANTS_FILE".
           IF WS-APPLICANT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Applicants.txt"
                   TO WS-APPLICANT-PATH
           END-IF.
           ACCEPT WS-ROSTER-PATH FROM ENVIRONMENT "STUDENT_ROSTER".
           IF WS-ROSTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\input.txt"
                   TO WS-ROSTER-PATH
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
           ACCEPT WS-WAITLIST-PATH FROM ENVIRONMENT "WAITLIST_FILE".
           IF WS-WAITLIST-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Waitlist.txt"
                   TO WS-WAITLIST-PATH
           END-IF.
           ACCEPT WS-GRADE-PATH FROM ENVIRONMENT "GRADES_FILE".
           IF WS-GRADE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Grades.txt"
                   TO WS-GRADE-PATH
           END-IF.

      *> the applicants, then the roster - both are rewritten, so
      *> both are locked first; the enrollment lock only when this
      *> run enrolls. A lock refused gives back the ones already held
           MOVE "A" TO FL-ACTION.
           MOVE "APPLICANTS" TO FL-LOCK-NAME.
           MOVE "ADMITCONV" TO FL-HOLDER.
           CALL "FILELOCK" USING WS-LOCK-PARM.
           IF NOT FL-GRANTED
               DISPLAY "APPLICANTS ARE BEING UPDATED BY "
                   FL-HOLDER " - TRY AGAIN SHORTLY"
               STOP RUN
           END-IF.
           MOVE "A" TO FL-ACTION.
           MOVE "STUDENTINDEX" TO FL-LOCK-NAME.
           MOVE "ADMITCONV" TO FL-HOLDER.
           CALL "FILELOCK" USING WS-LOCK-PARM.
           IF NOT FL-GRANTED
               DISPLAY "STUDENT ROSTER IS BEING UPDATED BY "
                   FL-HOLDER " - TRY AGAIN SHORTLY"
               PERFORM GIVE-BACK-THE-LOCKS
               STOP RUN
           END-IF.
           SET WS-HAVE-STUDENTINDEX TO TRUE.
           IF WS-ENROLL-TOO
               MOVE "A" TO FL-ACTION
               MOVE "ENROLLMENT" TO FL-LOCK-NAME
               MOVE "ADMITCONV" TO FL-HOLDER
               CALL "FILELOCK" USING WS-LOCK-PARM
               IF NOT FL-GRANTED
                   DISPLAY "ENROLLMENT FILE IS BEING UPDATED BY "
                       FL-HOLDER " - TRY AGAIN SHORTLY"
                   PERFORM GIVE-BACK-THE-LOCKS
                   STOP RUN
               END-IF
               SET WS-HAVE-ENROLLMENT TO TRUE
           END-IF.

           OPEN INPUT APPLICANT-FILE.
           IF WS-APPLICANT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING APPLICANTS - STATUS "
                   WS-APPLICANT-STATUS
               PERFORM GIVE-BACK-THE-LOCKS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-APPLICANT-EOF = "Y"
               READ APPLICANT-FILE
                   AT END MOVE "Y" TO WS-APPLICANT-EOF
                   NOT AT END
                       IF WS-APPLICANT-COUNT < 2000
                           ADD 1 TO WS-APPLICANT-COUNT
                           SET WS-AP-IDX TO WS-APPLICANT-COUNT
                           MOVE APPLICANT-LINE
                               TO WS-AP-ENTRY (WS-AP-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPLICANT-FILE.

      *> a roster that does not exist yet is simply empty - the
      *> first conversion creates it
           OPEN INPUT STUDENT-SEQ.
           IF WS-ROSTER-STATUS = "00"
               PERFORM UNTIL WS-ROSTER-EOF = "Y"
                   READ STUDENT-SEQ
                       AT END MOVE "Y" TO WS-ROSTER-EOF
                       NOT AT END
                           IF WS-SEEN-COUNT < 5000
                               ADD 1 TO WS-SEEN-COUNT
                               MOVE STUDENT-ID
                                   TO WS-SEEN-ID (WS-SEEN-COUNT)
                           END-IF
                           IF STUDENT-ID > WS-HIGH-ID
                               MOVE STUDENT-ID TO WS-HIGH-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-SEQ
           END-IF.

           IF WS-ENROLL-TOO
               PERFORM LOAD-ENROLLMENT-TABLES
           END-IF.

           OPEN EXTEND STUDENT-SEQ.
           IF WS-ROSTER-STATUS = "35"
               OPEN OUTPUT STUDENT-SEQ
           END-IF.
           IF WS-ROSTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT ROSTER - STATUS "
                   WS-ROSTER-STATUS
               PERFORM GIVE-BACK-THE-LOCKS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ENROLL-TOO
               PERFORM OPEN-ENROLLMENT-FILES
           END-IF.

           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-APPLICANT-COUNT
               IF WS-AP-STATUS (WS-AP-IDX) = "C" AND
                       WS-AP-STUDENT (WS-AP-IDX) = ZERO
                   PERFORM CONVERT-ONE-APPLICANT
               END-IF
           END-PERFORM.

           CLOSE STUDENT-SEQ.
           IF WS-ENROLL-TOO
               CLOSE ENROLLMENT-FILE
               CLOSE WAITLIST-FILE
           END-IF.

      *> the applicants go back with their new STUDENT-IDs
           OPEN OUTPUT APPLICANT-FILE.
           IF WS-APPLICANT-STATUS NOT = "00"
               DISPLAY "ERROR WRITING APPLICANTS - STATUS "
                   WS-APPLICANT-STATUS
               DISPLAY "STUDENTS WERE ADDED - RECONCILE APPLICANTS "
                   "AGAINST THE ROSTER BEFORE RERUNNING"
               PERFORM GIVE-BACK-THE-LOCKS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-APPLICANT-COUNT
               MOVE WS-AP-ENTRY (WS-AP-IDX) TO APPLICANT-LINE
               WRITE APPLICANT-LINE
           END-PERFORM.
           CLOSE APPLICANT-FILE.

           PERFORM GIVE-BACK-THE-LOCKS.
           DISPLAY WS-CONVERTED-COUNT " APPLICANTS CONVERTED TO "
               "STUDENTS".
           IF WS-REFUSED-COUNT > ZERO
               DISPLAY WS-REFUSED-COUNT " APPLICANTS NOT CONVERTED"
           END-IF.
           IF WS-ENROLL-TOO
               DISPLAY WS-ENROLLED-COUNT " ENROLLMENTS CAPTURED"
               IF WS-WAITLISTED-COUNT > ZERO
                   DISPLAY WS-WAITLISTED-COUNT " STUDENTS WAITLISTED"
               END-IF
               IF WS-COURSE-REFUSED > ZERO
                   DISPLAY WS-COURSE-REFUSED " REQUESTED COURSES "
                       "REFUSED"
               END-IF
           END-IF.
           IF WS-CONVERTED-COUNT > ZERO
               DISPLAY "RUN STUDENTSYNC TO BRING THE STUDENT INDEX "
                   "UP TO DATE"
           END-IF.
           IF WS-REFUSED-COUNT > ZERO OR WS-COURSE-REFUSED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> every lock this run holds goes back, on every exit
       GIVE-BACK-THE-LOCKS.
           MOVE "R" TO FL-ACTION.
           MOVE "APPLICANTS" TO FL-LOCK-NAME.
           CALL "FILELOCK" USING WS-LOCK-PARM.
           IF WS-HAVE-STUDENTINDEX
               MOVE "R" TO FL-ACTION
               MOVE "STUDENTINDEX" TO FL-LOCK-NAME
               CALL "FILELOCK" USING WS-LOCK-PARM
           END-IF.
           IF WS-HAVE-ENROLLMENT
               MOVE "R" TO FL-ACTION
               MOVE "ENROLLMENT" TO FL-LOCK-NAME
               CALL "FILELOCK" USING WS-LOCK-PARM
           END-IF.

       CONVERT-ONE-APPLICANT.
           IF WS-AP-AGE (WS-AP-IDX) < WS-MIN-STUD-AGE OR
                   WS-AP-AGE (WS-AP-IDX) > WS-MAX-STUD-AGE
               DISPLAY "APPLICANT " WS-AP-NO (WS-AP-IDX)
                   " AGE OUT OF RANGE - NOT CONVERTED"
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-AP-GENDER (WS-AP-IDX) NOT = "Male     " AND
                   WS-AP-GENDER (WS-AP-IDX) NOT = "Female   " AND
                   WS-AP-GENDER (WS-AP-IDX) NOT = "Other    "
               DISPLAY "APPLICANT " WS-AP-NO (WS-AP-IDX)
                   " GENDER MUST BE MALE, FEMALE OR OTHER - NOT "
                   "CONVERTED"
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM NEXT-STUDENT-ID.
           IF WS-ID-FAILED
               DISPLAY "NO STUDENT-ID LEFT BELOW "
                   WS-MAX-STUDENT-ID " - APPLICANT "
                   WS-AP-NO (WS-AP-IDX) " NOT CONVERTED"
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NEW-ID TO STUDENT-ID.
           MOVE WS-AP-NAME (WS-AP-IDX) TO STUDENT-NAME.
           MOVE WS-AP-AGE (WS-AP-IDX) TO STUDENT-AGE.
           MOVE WS-AP-GENDER (WS-AP-IDX) TO STUDENT-GENDER.
           MOVE WS-TODAY TO STUDENT-ENROLL-DATE.
           MOVE "A" TO STUDENT-STATUS.
           MOVE ZERO TO STUDENT-WDRAW-DATE.
           WRITE STUDENT-SEQ-REC.
           IF WS-SEEN-COUNT < 5000
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-NEW-ID TO WS-SEEN-ID (WS-SEEN-COUNT)
           END-IF.
           MOVE WS-NEW-ID TO WS-HIGH-ID.
           MOVE WS-NEW-ID TO WS-AP-STUDENT (WS-AP-IDX).
           MOVE WS-TODAY TO WS-AP-STATUS-DATE (WS-AP-IDX).
           MOVE WS-OPERATOR-ID TO WS-AP-OPERATOR (WS-AP-IDX).
           ADD 1 TO WS-CONVERTED-COUNT.
           DISPLAY "APPLICANT " WS-AP-NO (WS-AP-IDX) " "
               WS-AP-NAME (WS-AP-IDX) " IS NOW STUDENT " WS-NEW-ID.

           IF WS-ENROLL-TOO
               MOVE WS-NEW-ID TO WS-ASK-STUDENT
               MOVE WS-AP-TERM (WS-AP-IDX) TO WS-CURRENT-TERM
               PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > 3
                   IF WS-AP-COURSE (WS-AP-IDX WS-REQ-IDX)
                           NOT = SPACES
                       MOVE WS-AP-COURSE (WS-AP-IDX WS-REQ-IDX)
                           TO WS-ASK-COURSE
                       PERFORM ENROLL-ONE-REQUEST
                   END-IF
               END-PERFORM
           END-IF.

      *> the next ID above the highest on the roster that passes the
      *> check digit and is not already taken
       NEXT-STUDENT-ID.
           MOVE WS-HIGH-ID TO WS-NEW-ID.
           SET WS-ID-FAILED TO TRUE.
           PERFORM UNTIL WS-ID-OK OR
                   WS-NEW-ID NOT < WS-MAX-STUDENT-ID
               ADD 1 TO WS-NEW-ID
               SET WS-ID-OK TO TRUE
               DIVIDE WS-NEW-ID BY 10
                   GIVING WS-ID-QUOTIENT REMAINDER WS-ID-UNITS
               DIVIDE WS-ID-QUOTIENT BY 10
                   GIVING WS-ID-QUOTIENT2 REMAINDER WS-ID-TENS
               COMPUTE WS-CHECK-PRODUCT = WS-ID-TENS * 2
               DIVIDE WS-CHECK-PRODUCT BY 10
                   GIVING WS-ID-QUOTIENT REMAINDER WS-CHECK-EXPECTED
               IF WS-CHECK-EXPECTED NOT = WS-ID-UNITS
                   SET WS-ID-FAILED TO TRUE
               END-IF
               IF WS-ID-OK
                   PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                           UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                       IF WS-SEEN-ID (WS-SEEN-IDX) = WS-NEW-ID
                           SET WS-ID-FAILED TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *> the tables ENROLL builds at start - courses with their seats
      *> taken, the standing enrollments, the waitlist and the
      *> passing marks
       LOAD-ENROLLMENT-TABLES.
           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-COURSE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING COURSE MASTER - STATUS "
                   WS-COURSE-STATUS
               PERFORM GIVE-BACK-THE-LOCKS
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
                           MOVE COURSE-CAPACITY
                               TO WS-CM-CAPACITY (WS-CM-IDX)
                           MOVE ZERO TO WS-CM-TAKEN (WS-CM-IDX)
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
                           MOVE COURSE-PREREQ
                               TO WS-CM-PREREQ (WS-CM-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-MASTER-FILE.

           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS = "00"
               PERFORM UNTIL WS-ENROLL-EOF = "Y"
                   READ ENROLLMENT-FILE
                       AT END MOVE "Y" TO WS-ENROLL-EOF
                       NOT AT END
                           IF (ENR-STATUS = "A" OR ENR-STATUS = SPACE)
                                   AND WS-ENR-COUNT < 2000
                               ADD 1 TO WS-ENR-COUNT
                               SET WS-EN-IDX TO WS-ENR-COUNT
                               MOVE ENR-STUDENT-ID
                                   TO WS-EN-STUDENT (WS-EN-IDX)
                               MOVE ENR-COURSE-CODE
                                   TO WS-EN-COURSE (WS-EN-IDX)
                               PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                                       UNTIL WS-CM-IDX >
                                           WS-COURSE-COUNT
                                   IF WS-CM-CODE (WS-CM-IDX)
                                           = ENR-COURSE-CODE
                                       ADD 1 TO
                                           WS-CM-TAKEN (WS-CM-IDX)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF.

           OPEN INPUT WAITLIST-FILE.
           IF WS-WAITLIST-STATUS = "00"
               PERFORM UNTIL WS-WL-EOF = "Y"
                   READ WAITLIST-FILE
                       AT END MOVE "Y" TO WS-WL-EOF
                       NOT AT END
                           IF WS-WL-COUNT < 500
                               ADD 1 TO WS-WL-COUNT
                               SET WS-WL-IDX TO WS-WL-COUNT
                               MOVE WL-COURSE-CODE
                                   TO WS-WL-COURSE (WS-WL-IDX)
                               MOVE WL-STUDENT-ID
                                   TO WS-WL-STUDENT (WS-WL-IDX)
                               MOVE WL-STATUS
                                   TO WS-WL-STATUS (WS-WL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAITLIST-FILE
           END-IF.

           OPEN INPUT GRADE-FILE.
           IF WS-GRADE-STATUS = "00"
               PERFORM UNTIL WS-GRADE-EOF = "Y"
                   READ GRADE-FILE
                       AT END MOVE "Y" TO WS-GRADE-EOF
                       NOT AT END
                           IF GR-MARK NOT < WS-PASS-MARK AND
                                   WS-PASS-COUNT < 2000
                               ADD 1 TO WS-PASS-COUNT
                               SET WS-PS-IDX TO WS-PASS-COUNT
                               MOVE GR-STUDENT-ID
                                   TO WS-PS-STUDENT (WS-PS-IDX)
                               MOVE GR-COURSE-CODE
                                   TO WS-PS-COURSE (WS-PS-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADE-FILE
           END-IF.

       OPEN-ENROLLMENT-FILES.
           OPEN EXTEND ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS = "35"
               OPEN OUTPUT ENROLLMENT-FILE
           END-IF.
           IF WS-ENROLL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ENROLLMENT FILE - STATUS "
                   WS-ENROLL-STATUS
               CLOSE STUDENT-SEQ
               PERFORM GIVE-BACK-THE-LOCKS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND WAITLIST-FILE.
           IF WS-WAITLIST-STATUS = "35"
               OPEN OUTPUT WAITLIST-FILE
           END-IF.
           IF WS-WAITLIST-STATUS NOT = "00"
               DISPLAY "ERROR OPENING WAITLIST FILE - STATUS "
                   WS-WAITLIST-STATUS
               CLOSE STUDENT-SEQ
               CLOSE ENROLLMENT-FILE
               PERFORM GIVE-BACK-THE-LOCKS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> one requested course through ENROLL's checks, in ENROLL's
      *> order: on the master, not already held, prerequisite
      *> passed, no timetable clash, then a seat or the waitlist
       ENROLL-ONE-REQUEST.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-COURSE-COUNT
               IF WS-CM-CODE (WS-CM-IDX) = WS-ASK-COURSE
                   SET WS-FOUND TO TRUE
                   MOVE WS-CM-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               DISPLAY "  COURSE " WS-ASK-COURSE " IS NOT ON THE "
                   "COURSE MASTER - NOT ENROLLED"
               ADD 1 TO WS-COURSE-REFUSED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-DUP-SW.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-ENR-COUNT
               IF WS-EN-STUDENT (WS-EN-IDX) = WS-ASK-STUDENT AND
                       WS-EN-COURSE (WS-EN-IDX) = WS-ASK-COURSE
                   SET WS-DUPLICATE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-DUPLICATE
               DISPLAY "  ALREADY ENROLLED IN " WS-ASK-COURSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-PREREQUISITE.
           IF NOT WS-PREREQ-MET
               DISPLAY "  PREREQUISITE " WS-CM-PREREQ (WS-MATCH-IDX)
                   " NOT PASSED - NOT ENROLLED IN " WS-ASK-COURSE
               ADD 1 TO WS-COURSE-REFUSED
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-TIMETABLE-CLASH.
           IF WS-TIMETABLE-CLASH
               DISPLAY "  TIMETABLE CLASH - " WS-CLASH-COURSE
                   " ALREADY MEETS AT DAY "
                   WS-CM-DAY (WS-MATCH-IDX) " PERIOD "
                   WS-CM-PERIOD (WS-MATCH-IDX)
                   " - NOT ENROLLED IN " WS-ASK-COURSE
               ADD 1 TO WS-COURSE-REFUSED
               EXIT PARAGRAPH
           END-IF.
           IF WS-CM-TAKEN (WS-MATCH-IDX) >=
                   WS-CM-CAPACITY (WS-MATCH-IDX)
               DISPLAY "  COURSE " WS-ASK-COURSE " IS FULL ("
                   WS-CM-CAPACITY (WS-MATCH-IDX) " SEATS)"
               PERFORM OFFER-THE-WAITLIST
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ASK-STUDENT TO ENR-STUDENT-ID.
           MOVE WS-ASK-COURSE TO ENR-COURSE-CODE.
           MOVE WS-TODAY TO ENR-DATE.
           MOVE "A" TO ENR-STATUS.
           MOVE ZERO TO ENR-DROP-DATE.
           MOVE WS-CURRENT-TERM TO ENR-TERM.
           WRITE ENROLLMENT-REC.
           ADD 1 TO WS-CM-TAKEN (WS-MATCH-IDX).
           ADD 1 TO WS-ENROLLED-COUNT.
           IF WS-ENR-COUNT < 2000
               ADD 1 TO WS-ENR-COUNT
               SET WS-EN-IDX TO WS-ENR-COUNT
               MOVE WS-ASK-STUDENT TO WS-EN-STUDENT (WS-EN-IDX)
               MOVE WS-ASK-COURSE TO WS-EN-COURSE (WS-EN-IDX)
           END-IF.
           DISPLAY "  ENROLLED IN " WS-CM-TITLE (WS-MATCH-IDX).
           PERFORM LOG-ENROLLMENT.

      *> a new student rarely has a mark on record yet, so a course
      *> with a prerequisite is refused here and left for ENROLL,
      *> where a supervisor can override it - the refusal is logged
      *> as ENROLL logs one
       CHECK-PREREQUISITE.
           SET WS-PREREQ-MET TO TRUE.
           IF WS-CM-PREREQ (WS-MATCH-IDX) NOT = SPACES
               MOVE "N" TO WS-PREREQ-MET-SW
               PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                       UNTIL WS-PS-IDX > WS-PASS-COUNT
                   IF WS-PS-STUDENT (WS-PS-IDX) = WS-ASK-STUDENT
                       AND WS-PS-COURSE (WS-PS-IDX)
                           = WS-CM-PREREQ (WS-MATCH-IDX)
                       SET WS-PREREQ-MET TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-PREREQ-MET
                   PERFORM LOG-PREREQ-REFUSAL
               END-IF
           END-IF.

       LOG-PREREQ-REFUSAL.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           OPEN EXTEND ENROLL-AUDIT-FILE.
           IF WS-ENROLL-AUDIT-STATUS = "35"
               OPEN OUTPUT ENROLL-AUDIT-FILE
           END-IF.
           IF WS-ENROLL-AUDIT-STATUS = "00"
               MOVE SPACES TO WS-AUDIT-LINE
               STRING "PREREQ " WS-ASK-STUDENT
                   " COURSE " WS-ASK-COURSE
                   " APPROVER " WS-OPERATOR-ID
                   " OUTCOME " "REFUSED   "
                   " TIME " WS-AUDIT-TIME
                   DELIMITED BY SIZE INTO WS-AUDIT-LINE
               END-STRING
               MOVE WS-AUDIT-LINE TO AUDIT-LINE
               WRITE AUDIT-LINE
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
                   " DATE " WS-TODAY
                   " TIME " WS-AUDIT-TIME
                   DELIMITED BY SIZE INTO WS-AUDIT-LINE
               END-STRING
               MOVE WS-AUDIT-LINE TO AUDIT-LINE
               WRITE AUDIT-LINE
               CLOSE ENROLL-AUDIT-FILE
           END-IF.

      *> the new student cannot sit in two rooms at once either -
      *> this catches two requested courses meeting together
       CHECK-TIMETABLE-CLASH.
           MOVE "N" TO WS-CLASH-SW.
           IF WS-CM-DAY (WS-MATCH-IDX) NOT = ZERO
               PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                       UNTIL WS-EN-IDX > WS-ENR-COUNT
                   IF WS-EN-STUDENT (WS-EN-IDX) = WS-ASK-STUDENT
                       PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                               UNTIL WS-OTHER-IDX > WS-COURSE-COUNT
                           IF WS-CM-CODE (WS-OTHER-IDX)
                                   = WS-EN-COURSE (WS-EN-IDX)
                               AND WS-CM-DAY (WS-OTHER-IDX)
                                   = WS-CM-DAY (WS-MATCH-IDX)
                               AND WS-CM-PERIOD (WS-OTHER-IDX)
                                   = WS-CM-PERIOD (WS-MATCH-IDX)
                               SET WS-TIMETABLE-CLASH TO TRUE
                               MOVE WS-CM-CODE (WS-OTHER-IDX)
                                   TO WS-CLASH-COURSE
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *> a full course queues the student at the back of its
      *> waitlist, as ENROLL does
       OFFER-THE-WAITLIST.
           MOVE "N" TO WS-ALREADY-WAITING-SW.
           MOVE ZERO TO WS-WAIT-POSITION.
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WL-COUNT
               IF WS-WL-COURSE (WS-WL-IDX) = WS-ASK-COURSE AND
                       WS-WL-STATUS (WS-WL-IDX) = "W"
                   ADD 1 TO WS-WAIT-POSITION
                   IF WS-WL-STUDENT (WS-WL-IDX) = WS-ASK-STUDENT
                       SET WS-ALREADY-WAITING TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ALREADY-WAITING
               DISPLAY "  ALREADY ON THE WAITLIST FOR " WS-ASK-COURSE
           ELSE
               MOVE WS-ASK-COURSE TO WL-COURSE-CODE
               MOVE WS-ASK-STUDENT TO WL-STUDENT-ID
               MOVE WS-TODAY TO WL-DATE
               SET WL-WAITING TO TRUE
               MOVE ZERO TO WL-PROMOTE-DATE
               WRITE WAITLIST-REC
               ADD 1 TO WS-WAITLISTED-COUNT
               ADD 1 TO WS-WAIT-POSITION
               IF WS-WL-COUNT < 500
                   ADD 1 TO WS-WL-COUNT
                   SET WS-WL-IDX TO WS-WL-COUNT
                   MOVE WS-ASK-COURSE TO WS-WL-COURSE (WS-WL-IDX)
                   MOVE WS-ASK-STUDENT TO WS-WL-STUDENT (WS-WL-IDX)
                   MOVE "W" TO WS-WL-STATUS (WS-WL-IDX)
               END-IF
               DISPLAY "  ADDED TO THE " WS-ASK-COURSE
                   " WAITLIST AT POSITION " WS-WAIT-POSITION
           END-IF.

       END PROGRAM ADMITCONV.
