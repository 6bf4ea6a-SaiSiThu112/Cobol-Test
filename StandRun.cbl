       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDRUN.

      *> end-of-term academic standing run for one term (term code on
      *> the command line, or the term covering today). Every mark on
      *> Grades.txt is placed in a term - the term of the enrollment
      *> it scores on Enrollment.txt, else the TermMaster.txt term its
      *> date falls in - and each student marked in the run's term
      *> gets a term average and a cumulative average over that term
      *> and all before it. The first standing on StandingBands.txt
      *> (H honours, G good, P probation) whose two minimums the
      *> student reaches is the standing; reaching none is S,
      *> suspension. A second probation in a row - the student's
      *> previous standing on StandingHistory.txt was probation - is
      *> escalated to suspension. The standings are added to the
      *> history (a rerun of the term replaces its own lines), the
      *> honours list, probation and suspension lists go to
      *> StandingReport.txt and a letter for every student on
      *> probation or suspended goes to ProbationLetters.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT STUDENT ASSIGN TO DYNAMIC WS-STUDENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT GRADE-FILE ASSIGN TO DYNAMIC WS-GRADE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO DYNAMIC WS-ENROLL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT TERM-MASTER-FILE ASSIGN TO DYNAMIC WS-TERM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

           SELECT STANDING-BAND-FILE ASSIGN TO DYNAMIC WS-BAND-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAND-STATUS.

           SELECT STANDING-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT STANDING-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT LETTER-FILE ASSIGN TO DYNAMIC WS-LETTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD STUDENT.
           01 STUDENT-REC.
               COPY STUDENT.

           FD GRADE-FILE.
           01 GRADE-REC.
               COPY GRADE.

           FD ENROLLMENT-FILE.
           01 ENROLLMENT-REC.
               COPY ENROLLMENT.

           FD TERM-MASTER-FILE.
           01 TERM-MASTER-LINE.
               COPY TERM-MASTER.

           FD STANDING-BAND-FILE.
           01 STANDING-BAND-LINE.
               COPY STANDING-BAND.

           FD STANDING-HISTORY-FILE.
           01 STANDING-HISTORY-LINE.
               COPY STANDING-HISTORY.

           FD STANDING-REPORT-FILE.
           01 STANDING-REPORT-LINE PIC X(80).

           FD LETTER-FILE.
           01 LETTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-TERM-TABLE.
               05 WS-TM-ENTRY OCCURS 100 TIMES INDEXED BY WS-TM-IDX.
                   10 WS-TM-CODE PIC X(6).
                   10 WS-TM-START PIC 9(8).
                   10 WS-TM-END PIC 9(8).
           01 WS-TERM-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-ENR-TABLE.
               05 WS-EN-ENTRY OCCURS 5000 TIMES INDEXED BY WS-EN-IDX.
                   10 WS-EN-STUDENT PIC 9(5).
                   10 WS-EN-COURSE PIC X(5).
                   10 WS-EN-DATE PIC 9(8).
                   10 WS-EN-TERM PIC X(6).
           01 WS-ENR-COUNT PIC 9(5) COMP VALUE ZERO.

           01 WS-ROSTER-TABLE.
               05 WS-ST-ENTRY OCCURS 2000 TIMES INDEXED BY WS-ST-IDX.
                   10 WS-ST-ID PIC 9(5).
                   10 WS-ST-NAME PIC X(15).
           01 WS-STUDENT-COUNT PIC 9(4) COMP VALUE ZERO.

      *> the thresholds, best standing first - a standing not on
      *> file is never given
           01 WS-BAND-TABLE.
               05 WS-SB-ENTRY OCCURS 3 TIMES INDEXED BY WS-SB-IDX.
                   10 WS-SB-STANDING PIC X(1).
                   10 WS-SB-PRESENT PIC X(1).
                   10 WS-SB-MIN-TERM PIC 9(3)V9.
                   10 WS-SB-MIN-CUM PIC 9(3)V9.
           01 WS-STANDING-CODES PIC X(3) VALUE "HGP".

      *> one entry per student with a mark up to the run's term
           01 WS-SA-TABLE.
               05 WS-SA-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-SA-COUNT
                       INDEXED BY WS-SA-IDX.
                   10 WS-SA-STUDENT PIC 9(5).
                   10 WS-SA-TERM-TOTAL PIC 9(6).
                   10 WS-SA-TERM-COUNT PIC 9(3).
                   10 WS-SA-CUM-TOTAL PIC 9(7).
                   10 WS-SA-CUM-COUNT PIC 9(4).
                   10 WS-SA-TERM-AVG PIC 9(3)V9.
                   10 WS-SA-CUM-AVG PIC 9(3)V9.
                   10 WS-SA-STANDING PIC X(1).
                   10 WS-SA-ESCALATED PIC X(1).
           01 WS-SA-COUNT PIC 9(4) COMP VALUE ZERO.

      *> the standing history, other terms' lines kept as they were
           01 WS-SH-TABLE.
               05 WS-SH-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-SH-COUNT
                       INDEXED BY WS-SH-IDX.
                   10 WS-SH-STUDENT PIC 9(5).
                   10 WS-SH-TERM PIC X(6).
                   10 WS-SH-START PIC 9(8).
                   10 WS-SH-TERM-AVG PIC 9(3)V9.
                   10 WS-SH-CUM-AVG PIC 9(3)V9.
                   10 WS-SH-STANDING PIC X(1).
                   10 WS-SH-ESCALATED PIC X(1).
                   10 WS-SH-RUN-DATE PIC 9(8).
           01 WS-SH-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-SH-KEPT PIC 9(5) COMP.

           01 WS-ARG-TERM PIC X(6).
           01 WS-RUN-START PIC 9(8) VALUE ZERO.
           01 WS-RUN-END PIC 9(8) VALUE ZERO.
           01 WS-TODAY PIC 9(8).

           01 WS-STUDENT-EOF PIC A(1) VALUE "N".
           01 WS-GRADE-EOF PIC A(1) VALUE "N".
           01 WS-ENROLL-EOF PIC A(1) VALUE "N".
           01 WS-TERM-EOF PIC A(1) VALUE "N".
           01 WS-BAND-EOF PIC A(1) VALUE "N".
           01 WS-HISTORY-EOF PIC A(1) VALUE "N".

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".

      *> where the mark being read belongs
           01 WS-GR-TERM PIC X(6).
           01 WS-GR-START PIC 9(8).
           01 WS-BEST-ENR-DATE PIC 9(8).
           01 WS-IN-RUN-SW PIC X(1).
               88 WS-IN-RUN-TERM VALUE "Y".
           01 WS-IN-CUM-SW PIC X(1).
               88 WS-IN-CUMULATIVE VALUE "Y".

           01 WS-PREV-START PIC 9(8).
           01 WS-PREV-STANDING PIC X(1).
           01 WS-SECTION-CODE PIC X(1).
           01 WS-SECTION-COUNT PIC 9(4).
           01 WS-NAME-OUT PIC X(15).
           01 WS-STANDING-WORD PIC X(14).
           01 WS-ESCALATED-WORD PIC X(22).

           01 WS-HONOURS-COUNT PIC 9(4) VALUE ZERO.
           01 WS-GOOD-COUNT PIC 9(4) VALUE ZERO.
           01 WS-PROBATION-COUNT PIC 9(4) VALUE ZERO.
           01 WS-SUSPENDED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-LETTER-COUNT PIC 9(4) VALUE ZERO.

           01 WS-TERM-EDIT PIC ZZ9.9.
           01 WS-CUM-EDIT PIC ZZ9.9.
           01 WS-COUNT-EDIT PIC ZZZ9.
           01 WS-REPORT-LINE PIC X(80).

           01 WS-STUDENT-PATH PIC X(80).
           01 WS-GRADE-PATH PIC X(80).
           01 WS-ENROLL-PATH PIC X(80).
           01 WS-TERM-PATH PIC X(80).
           01 WS-BAND-PATH PIC X(80).
           01 WS-HISTORY-PATH PIC X(80).
           01 WS-REPORT-PATH PIC X(80).
           01 WS-LETTER-PATH PIC X(80).
           01 WS-STUDENT-STATUS PIC X(2).
           01 WS-GRADE-STATUS PIC X(2).
           01 WS-ENROLL-STATUS PIC X(2).
           01 WS-TERM-STATUS PIC X(2).
           01 WS-BAND-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).
           01 WS-LETTER-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ARG-TERM FROM COMMAND-LINE.
           ACCEPT WS-STUDENT-PATH FROM ENVIRONMENT "STUDENT_ROSTER".
           IF WS-STUDENT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\input.txt"
                   TO WS-STUDENT-PATH
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
           ACCEPT WS-BAND-PATH FROM ENVIRONMENT "STANDING_BANDS".
           IF WS-BAND-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\StandingBands.txt"
                   TO WS-BAND-PATH
           END-IF.
           ACCEPT WS-HISTORY-PATH FROM ENVIRONMENT "STANDING_HISTORY".
           IF WS-HISTORY-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\StandingHistory.txt"
                   TO WS-HISTORY-PATH
           END-IF.
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "STANDRUN_REPORT".
           IF WS-REPORT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\StandingReport.txt"
                   TO WS-REPORT-PATH
           END-IF.
           ACCEPT WS-LETTER-PATH FROM ENVIRONMENT "STANDRUN_LETTERS".
           IF WS-LETTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ProbationLetters.txt"
                   TO WS-LETTER-PATH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

      *> the whole calendar is kept - every mark needs its term's
      *> start date to know whether it counts towards the cumulative
           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TERM-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TERM MASTER - STATUS "
                   WS-TERM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-TERM-EOF = "Y"
               READ TERM-MASTER-FILE
                   AT END MOVE "Y" TO WS-TERM-EOF
                   NOT AT END
                       IF WS-TERM-COUNT < 100
                           ADD 1 TO WS-TERM-COUNT
                           SET WS-TM-IDX TO WS-TERM-COUNT
                           MOVE TM-TERM-CODE TO WS-TM-CODE (WS-TM-IDX)
                           MOVE TM-START-DATE
                               TO WS-TM-START (WS-TM-IDX)
                           MOVE TM-END-DATE TO WS-TM-END (WS-TM-IDX)
                       END-IF
                       IF WS-ARG-TERM = SPACES AND
                               TM-START-DATE NOT > WS-TODAY AND
                               TM-END-DATE NOT < WS-TODAY
                           MOVE TM-TERM-CODE TO WS-ARG-TERM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TERM-MASTER-FILE.
           IF WS-ARG-TERM = SPACES
               DISPLAY "NO TERM GIVEN AND NONE COVERS TODAY - "
                   "RUN AS STANDRUN termcode"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                   UNTIL WS-TM-IDX > WS-TERM-COUNT
               IF WS-TM-CODE (WS-TM-IDX) = WS-ARG-TERM
                   MOVE WS-TM-START (WS-TM-IDX) TO WS-RUN-START
                   MOVE WS-TM-END (WS-TM-IDX) TO WS-RUN-END
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-RUN-START = ZERO
               DISPLAY "TERM " WS-ARG-TERM " IS NOT ON THE CALENDAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> with no thresholds on file the standard ones are used and
      *> the run says so
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1 UNTIL WS-SB-IDX > 3
               MOVE WS-STANDING-CODES (WS-SB-IDX:1)
                   TO WS-SB-STANDING (WS-SB-IDX)
               MOVE "N" TO WS-SB-PRESENT (WS-SB-IDX)
               MOVE ZERO TO WS-SB-MIN-TERM (WS-SB-IDX)
                   WS-SB-MIN-CUM (WS-SB-IDX)
           END-PERFORM.
           OPEN INPUT STANDING-BAND-FILE.
           IF WS-BAND-STATUS = "00"
               PERFORM UNTIL WS-BAND-EOF = "Y"
                   READ STANDING-BAND-FILE
                       AT END MOVE "Y" TO WS-BAND-EOF
                       NOT AT END
                           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                                   UNTIL WS-SB-IDX > 3
                               IF WS-SB-STANDING (WS-SB-IDX)
                                       = SB-STANDING
                                   MOVE "Y"
                                       TO WS-SB-PRESENT (WS-SB-IDX)
                                   MOVE SB-MIN-TERM-AVG
                                       TO WS-SB-MIN-TERM (WS-SB-IDX)
                                   MOVE SB-MIN-CUM-AVG
                                       TO WS-SB-MIN-CUM (WS-SB-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE STANDING-BAND-FILE
           ELSE
               DISPLAY "NO STANDING THRESHOLDS ON FILE - USING "
                   "H 75/60, G 50/50, P 35/40"
               MOVE "Y" TO WS-SB-PRESENT (1) WS-SB-PRESENT (2)
                   WS-SB-PRESENT (3)
               MOVE 75.0 TO WS-SB-MIN-TERM (1)
               MOVE 60.0 TO WS-SB-MIN-CUM (1)
               MOVE 50.0 TO WS-SB-MIN-TERM (2)
               MOVE 50.0 TO WS-SB-MIN-CUM (2)
               MOVE 35.0 TO WS-SB-MIN-TERM (3)
               MOVE 40.0 TO WS-SB-MIN-CUM (3)
               MOVE 4 TO RETURN-CODE
           END-IF.

           OPEN INPUT STUDENT.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-EOF = "Y"
                   READ STUDENT
                       AT END MOVE "Y" TO WS-STUDENT-EOF
                       NOT AT END
                           IF WS-STUDENT-COUNT < 2000
                               ADD 1 TO WS-STUDENT-COUNT
                               SET WS-ST-IDX TO WS-STUDENT-COUNT
                               MOVE STUDENT-ID TO WS-ST-ID (WS-ST-IDX)
                               MOVE STUDENT-NAME
                                   TO WS-ST-NAME (WS-ST-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT
           END-IF.

      *> every enrollment line, dropped ones too - a dropped course
      *> can still carry a mark
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS = "00"
               PERFORM UNTIL WS-ENROLL-EOF = "Y"
                   READ ENROLLMENT-FILE
                       AT END MOVE "Y" TO WS-ENROLL-EOF
                       NOT AT END
                           IF WS-ENR-COUNT < 5000
                               ADD 1 TO WS-ENR-COUNT
                               SET WS-EN-IDX TO WS-ENR-COUNT
                               MOVE ENR-STUDENT-ID
                                   TO WS-EN-STUDENT (WS-EN-IDX)
                               MOVE ENR-COURSE-CODE
                                   TO WS-EN-COURSE (WS-EN-IDX)
                               MOVE ENR-DATE TO WS-EN-DATE (WS-EN-IDX)
                               MOVE ENR-TERM TO WS-EN-TERM (WS-EN-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF.

           OPEN INPUT GRADE-FILE.
           IF WS-GRADE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING GRADES FILE - STATUS "
                   WS-GRADE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-GRADE-EOF = "Y"
               READ GRADE-FILE
                   AT END MOVE "Y" TO WS-GRADE-EOF
                   NOT AT END
                       PERFORM PLACE-ONE-MARK
               END-READ
           END-PERFORM.
           CLOSE GRADE-FILE.

      *> the history, less any lines an earlier run of this term left
           OPEN INPUT STANDING-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-EOF = "Y"
                   READ STANDING-HISTORY-FILE
                       AT END MOVE "Y" TO WS-HISTORY-EOF
                       NOT AT END
                           IF SH-TERM NOT = WS-ARG-TERM AND
                                   WS-SH-COUNT < 5000
                               ADD 1 TO WS-SH-COUNT
                               SET WS-SH-IDX TO WS-SH-COUNT
                               MOVE STANDING-HISTORY-LINE
                                   TO WS-SH-ENTRY (WS-SH-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-HISTORY-FILE
           END-IF.
           MOVE WS-SH-COUNT TO WS-SH-KEPT.

           IF WS-SA-COUNT > 1
               SORT WS-SA-ENTRY ASCENDING KEY WS-SA-STUDENT
           END-IF.
           PERFORM VARYING WS-SA-IDX FROM 1 BY 1
                   UNTIL WS-SA-IDX > WS-SA-COUNT
               IF WS-SA-TERM-COUNT (WS-SA-IDX) > ZERO
                   PERFORM DECIDE-ONE-STANDING
               END-IF
           END-PERFORM.

           OPEN OUTPUT STANDING-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STANDING REPORT - STATUS "
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           IF WS-LETTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PROBATION LETTERS - STATUS "
                   WS-LETTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACADEMIC STANDING - TERM " WS-ARG-TERM
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE "H" TO WS-SECTION-CODE.
           MOVE "HONOURS LIST" TO WS-STANDING-WORD.
           PERFORM WRITE-ONE-SECTION.
           MOVE "P" TO WS-SECTION-CODE.
           MOVE "PROBATION" TO WS-STANDING-WORD.
           PERFORM WRITE-ONE-SECTION.
           MOVE "S" TO WS-SECTION-CODE.
           MOVE "SUSPENSION" TO WS-STANDING-WORD.
           PERFORM WRITE-ONE-SECTION.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE WS-GOOD-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-COUNT-EDIT " STUDENTS IN GOOD STANDING"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           CLOSE STANDING-REPORT-FILE.

           PERFORM VARYING WS-SA-IDX FROM 1 BY 1
                   UNTIL WS-SA-IDX > WS-SA-COUNT
               IF WS-SA-STANDING (WS-SA-IDX) = "P" OR
                       WS-SA-STANDING (WS-SA-IDX) = "S"
                   PERFORM WRITE-ONE-LETTER
               END-IF
           END-PERFORM.
           CLOSE LETTER-FILE.

           IF WS-SH-COUNT > 1
               SORT WS-SH-ENTRY
                   ASCENDING KEY WS-SH-STUDENT
                   ASCENDING KEY WS-SH-START
           END-IF.
           OPEN OUTPUT STANDING-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR WRITING STANDING HISTORY - STATUS "
                   WS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                   UNTIL WS-SH-IDX > WS-SH-COUNT
               MOVE WS-SH-ENTRY (WS-SH-IDX) TO STANDING-HISTORY-LINE
               WRITE STANDING-HISTORY-LINE
           END-PERFORM.
           CLOSE STANDING-HISTORY-FILE.

           DISPLAY "TERM " WS-ARG-TERM ": " WS-HONOURS-COUNT
               " HONOURS, " WS-GOOD-COUNT " GOOD, "
               WS-PROBATION-COUNT " PROBATION, " WS-SUSPENDED-COUNT
               " SUSPENDED".
           DISPLAY WS-LETTER-COUNT " LETTERS WRITTEN".
           STOP RUN.

      *> the mark's term is its enrollment's (the latest enrollment
      *> of the pair on or before the mark's date), else the term the
      *> mark's date falls in. A mark no term claims still counts
      *> towards the cumulative if it is dated by the run term's end
       PLACE-ONE-MARK.
           MOVE SPACES TO WS-GR-TERM.
           MOVE ZERO TO WS-BEST-ENR-DATE WS-GR-START.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-ENR-COUNT
               IF WS-EN-STUDENT (WS-EN-IDX) = GR-STUDENT-ID AND
                       WS-EN-COURSE (WS-EN-IDX) = GR-COURSE-CODE AND
                       WS-EN-DATE (WS-EN-IDX) NOT > GR-DATE AND
                       WS-EN-DATE (WS-EN-IDX) NOT < WS-BEST-ENR-DATE
                       AND WS-EN-TERM (WS-EN-IDX) NOT = SPACES
                   MOVE WS-EN-DATE (WS-EN-IDX) TO WS-BEST-ENR-DATE
                   MOVE WS-EN-TERM (WS-EN-IDX) TO WS-GR-TERM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                   UNTIL WS-TM-IDX > WS-TERM-COUNT
               IF WS-GR-TERM = SPACES
                   IF WS-TM-START (WS-TM-IDX) NOT > GR-DATE AND
                           WS-TM-END (WS-TM-IDX) NOT < GR-DATE
                       MOVE WS-TM-CODE (WS-TM-IDX) TO WS-GR-TERM
                       MOVE WS-TM-START (WS-TM-IDX) TO WS-GR-START
                       EXIT PERFORM
                   END-IF
               ELSE
                   IF WS-TM-CODE (WS-TM-IDX) = WS-GR-TERM
                       MOVE WS-TM-START (WS-TM-IDX) TO WS-GR-START
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-IN-RUN-SW WS-IN-CUM-SW.
           IF WS-GR-TERM = WS-ARG-TERM
               SET WS-IN-RUN-TERM TO TRUE
           END-IF.
           IF WS-GR-START = ZERO
               IF GR-DATE NOT > WS-RUN-END
                   SET WS-IN-CUMULATIVE TO TRUE
               END-IF
           ELSE
               IF WS-GR-START NOT > WS-RUN-START
                   SET WS-IN-CUMULATIVE TO TRUE
               END-IF
           END-IF.
           IF NOT WS-IN-CUMULATIVE
               EXIT PARAGRAPH
           END-IF.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SA-IDX FROM 1 BY 1
                   UNTIL WS-SA-IDX > WS-SA-COUNT
               IF WS-SA-STUDENT (WS-SA-IDX) = GR-STUDENT-ID
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               IF WS-SA-COUNT >= 2000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SA-COUNT
               SET WS-SA-IDX TO WS-SA-COUNT
               MOVE GR-STUDENT-ID TO WS-SA-STUDENT (WS-SA-IDX)
               MOVE ZERO TO WS-SA-TERM-TOTAL (WS-SA-IDX)
                   WS-SA-TERM-COUNT (WS-SA-IDX)
                   WS-SA-CUM-TOTAL (WS-SA-IDX)
                   WS-SA-CUM-COUNT (WS-SA-IDX)
                   WS-SA-TERM-AVG (WS-SA-IDX)
                   WS-SA-CUM-AVG (WS-SA-IDX)
               MOVE SPACE TO WS-SA-STANDING (WS-SA-IDX)
               MOVE "N" TO WS-SA-ESCALATED (WS-SA-IDX)
           END-IF.
           ADD GR-MARK TO WS-SA-CUM-TOTAL (WS-SA-IDX).
           ADD 1 TO WS-SA-CUM-COUNT (WS-SA-IDX).
           IF WS-IN-RUN-TERM
               ADD GR-MARK TO WS-SA-TERM-TOTAL (WS-SA-IDX)
               ADD 1 TO WS-SA-TERM-COUNT (WS-SA-IDX)
           END-IF.

      *> best standing whose two minimums the student reaches, else
      *> suspension; probation straight after probation escalates
       DECIDE-ONE-STANDING.
           COMPUTE WS-SA-TERM-AVG (WS-SA-IDX) ROUNDED =
               WS-SA-TERM-TOTAL (WS-SA-IDX) /
               WS-SA-TERM-COUNT (WS-SA-IDX).
           COMPUTE WS-SA-CUM-AVG (WS-SA-IDX) ROUNDED =
               WS-SA-CUM-TOTAL (WS-SA-IDX) /
               WS-SA-CUM-COUNT (WS-SA-IDX).
           MOVE "S" TO WS-SA-STANDING (WS-SA-IDX).
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1 UNTIL WS-SB-IDX > 3
               IF WS-SB-PRESENT (WS-SB-IDX) = "Y" AND
                       WS-SA-TERM-AVG (WS-SA-IDX)
                           NOT < WS-SB-MIN-TERM (WS-SB-IDX) AND
                       WS-SA-CUM-AVG (WS-SA-IDX)
                           NOT < WS-SB-MIN-CUM (WS-SB-IDX)
                   MOVE WS-SB-STANDING (WS-SB-IDX)
                       TO WS-SA-STANDING (WS-SA-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SA-STANDING (WS-SA-IDX) = "P"
               MOVE ZERO TO WS-PREV-START
               MOVE SPACE TO WS-PREV-STANDING
               PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                       UNTIL WS-SH-IDX > WS-SH-KEPT
                   IF WS-SH-STUDENT (WS-SH-IDX)
                           = WS-SA-STUDENT (WS-SA-IDX) AND
                           WS-SH-START (WS-SH-IDX) < WS-RUN-START AND
                           WS-SH-START (WS-SH-IDX) > WS-PREV-START
                       MOVE WS-SH-START (WS-SH-IDX) TO WS-PREV-START
                       MOVE WS-SH-STANDING (WS-SH-IDX)
                           TO WS-PREV-STANDING
                   END-IF
               END-PERFORM
               IF WS-PREV-STANDING = "P"
                   MOVE "S" TO WS-SA-STANDING (WS-SA-IDX)
                   MOVE "Y" TO WS-SA-ESCALATED (WS-SA-IDX)
               END-IF
           END-IF.
           EVALUATE WS-SA-STANDING (WS-SA-IDX)
               WHEN "H"
                   ADD 1 TO WS-HONOURS-COUNT
               WHEN "G"
                   ADD 1 TO WS-GOOD-COUNT
               WHEN "P"
                   ADD 1 TO WS-PROBATION-COUNT
               WHEN OTHER
                   ADD 1 TO WS-SUSPENDED-COUNT
           END-EVALUATE.
           IF WS-SH-COUNT < 5000
               ADD 1 TO WS-SH-COUNT
               SET WS-SH-IDX TO WS-SH-COUNT
               MOVE WS-SA-STUDENT (WS-SA-IDX)
                   TO WS-SH-STUDENT (WS-SH-IDX)
               MOVE WS-ARG-TERM TO WS-SH-TERM (WS-SH-IDX)
               MOVE WS-RUN-START TO WS-SH-START (WS-SH-IDX)
               MOVE WS-SA-TERM-AVG (WS-SA-IDX)
                   TO WS-SH-TERM-AVG (WS-SH-IDX)
               MOVE WS-SA-CUM-AVG (WS-SA-IDX)
                   TO WS-SH-CUM-AVG (WS-SH-IDX)
               MOVE WS-SA-STANDING (WS-SA-IDX)
                   TO WS-SH-STANDING (WS-SH-IDX)
               MOVE WS-SA-ESCALATED (WS-SA-IDX)
                   TO WS-SH-ESCALATED (WS-SH-IDX)
               MOVE WS-TODAY TO WS-SH-RUN-DATE (WS-SH-IDX)
           END-IF.

       FIND-STUDENT-NAME.
           MOVE "NOT ON ROSTER" TO WS-NAME-OUT.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STUDENT-COUNT
               IF WS-ST-ID (WS-ST-IDX) = WS-SA-STUDENT (WS-SA-IDX)
                   MOVE WS-ST-NAME (WS-ST-IDX) TO WS-NAME-OUT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       PUT-REPORT-LINE.
           MOVE WS-REPORT-LINE TO STANDING-REPORT-LINE.
           WRITE STANDING-REPORT-LINE.

       WRITE-ONE-SECTION.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE WS-STANDING-WORD TO WS-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           PERFORM VARYING WS-SA-IDX FROM 1 BY 1
                   UNTIL WS-SA-IDX > WS-SA-COUNT
               IF WS-SA-STANDING (WS-SA-IDX) = WS-SECTION-CODE
                   ADD 1 TO WS-SECTION-COUNT
                   PERFORM FIND-STUDENT-NAME
                   MOVE WS-SA-TERM-AVG (WS-SA-IDX) TO WS-TERM-EDIT
                   MOVE WS-SA-CUM-AVG (WS-SA-IDX) TO WS-CUM-EDIT
                   IF WS-SA-ESCALATED (WS-SA-IDX) = "Y"
                       MOVE "SECOND PROBATION" TO WS-ESCALATED-WORD
                   ELSE
                       MOVE SPACES TO WS-ESCALATED-WORD
                   END-IF
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "   " WS-SA-STUDENT (WS-SA-IDX) " "
                       WS-NAME-OUT " TERM AVG " WS-TERM-EDIT
                       " CUM AVG " WS-CUM-EDIT " "
                       WS-ESCALATED-WORD
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM PUT-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE WS-SECTION-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "   " WS-COUNT-EDIT " STUDENTS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

       PUT-LETTER-LINE.
           MOVE WS-REPORT-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.

       WRITE-ONE-LETTER.
           ADD 1 TO WS-LETTER-COUNT.
           PERFORM FIND-STUDENT-NAME.
           MOVE WS-SA-TERM-AVG (WS-SA-IDX) TO WS-TERM-EDIT.
           MOVE WS-SA-CUM-AVG (WS-SA-IDX) TO WS-CUM-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TO: " WS-NAME-OUT " (STUDENT "
               WS-SA-STUDENT (WS-SA-IDX) ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM PUT-LETTER-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACADEMIC STANDING - TERM " WS-ARG-TERM
               "   DATE " WS-TODAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM PUT-LETTER-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LETTER-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "YOUR AVERAGE MARK THIS TERM WAS " WS-TERM-EDIT
               " AND YOUR CUMULATIVE AVERAGE IS " WS-CUM-EDIT "."
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM PUT-LETTER-LINE.
           IF WS-SA-STANDING (WS-SA-IDX) = "P"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "YOU HAVE BEEN PLACED ON ACADEMIC PROBATION. A "
                   "SECOND TERM ON PROBATION"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM PUT-LETTER-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "WILL LEAD TO SUSPENSION - PLEASE SEE YOUR "
                   "ADVISER."
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM PUT-LETTER-LINE
           ELSE
               IF WS-SA-ESCALATED (WS-SA-IDX) = "Y"
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "THIS IS YOUR SECOND CONSECUTIVE TERM ON "
                       "ACADEMIC PROBATION."
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM PUT-LETTER-LINE
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING "YOU ARE SUSPENDED AND MAY NOT ENROLL IN FURTHER "
                   "COURSES WITHOUT"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM PUT-LETTER-LINE
               MOVE "THE AUTHORIZATION OF THE REGISTRY SUPERVISOR."
                   TO WS-REPORT-LINE
               PERFORM PUT-LETTER-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LETTER-LINE.
           MOVE ALL "-" TO WS-REPORT-LINE.
           PERFORM PUT-LETTER-LINE.

       END PROGRAM STANDRUN.
