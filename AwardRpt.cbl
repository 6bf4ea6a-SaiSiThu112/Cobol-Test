       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWARDRPT.

      *> awards report for one term (term code on the command line,
      *> or the term covering today): every award line INVOICE took
      *> off the term's charges in Charges.txt, grouped by award so
      *> each funding body can be billed for what its award cost -
      *> the student, their name off the roster, the course and the
      *> amount, then the award's count and total, with the term's
      *> grand total at the foot. The funding body is the award's
      *> description on StudentAwards.txt; an award deleted since it
      *> was applied still reports, just without one. Written to
      *> AwardReport.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CHARGE-FILE ASSIGN TO DYNAMIC WS-CHARGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-STATUS.

           SELECT AWARD-FILE ASSIGN TO DYNAMIC WS-AWARD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AWARD-STATUS.

           SELECT STUDENT ASSIGN TO DYNAMIC WS-STUDENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT TERM-MASTER-FILE ASSIGN TO DYNAMIC WS-TERM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

           SELECT AWARD-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CHARGE-FILE.
           01 CHARGE-REC.
               COPY CHARGE.

           FD AWARD-FILE.
           01 AWARD-LINE.
               COPY STUDENT-AWARD.

           FD STUDENT.
           01 STUDENT-REC.
               COPY STUDENT.

           FD TERM-MASTER-FILE.
           01 TERM-MASTER-LINE.
               COPY TERM-MASTER.

           FD AWARD-REPORT-FILE.
           01 AWARD-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *> the term's award lines, put into award then student order
      *> before anything is printed
           01 WS-AL-TABLE.
               05 WS-AL-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-AL-COUNT
                       INDEXED BY WS-AL-IDX.
                   10 WS-AL-CODE PIC X(6).
                   10 WS-AL-STUDENT PIC 9(5).
                   10 WS-AL-COURSE PIC X(5).
                   10 WS-AL-AMOUNT PIC 9(5)V99.
           01 WS-AL-COUNT PIC 9(5) COMP VALUE ZERO.

           01 WS-AWARD-TABLE.
               05 WS-AW-ENTRY OCCURS 500 TIMES INDEXED BY WS-AW-IDX.
                   10 WS-AW-CODE PIC X(6).
                   10 WS-AW-DESC PIC X(20).
           01 WS-AWARD-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-STUDENT-TABLE.
               05 WS-ST-ENTRY OCCURS 2000 TIMES INDEXED BY WS-ST-IDX.
                   10 WS-ST-ID PIC 9(5).
                   10 WS-ST-NAME PIC X(15).
           01 WS-STUDENT-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-ARG-TERM PIC X(6).
           01 WS-CURRENT-TERM PIC X(6) VALUE SPACES.
           01 WS-TODAY PIC 9(8).

           01 WS-CHARGE-EOF PIC A(1) VALUE "N".
           01 WS-AWARD-EOF PIC A(1) VALUE "N".
           01 WS-STUDENT-EOF PIC A(1) VALUE "N".
           01 WS-TERM-EOF PIC A(1) VALUE "N".

           01 WS-SORT-IDX1 PIC 9(5) COMP.
           01 WS-SORT-IDX2 PIC 9(5) COMP.
           01 WS-SORT-TEMP PIC X(23).
           01 WS-FIRST-SW PIC X(1).
               88 WS-FIRST VALUE "Y".
           01 WS-PREV-CODE PIC X(6).
           01 WS-DESC-OUT PIC X(20).
           01 WS-NAME-OUT PIC X(15).
           01 WS-AWARD-LINES PIC 9(5).
           01 WS-AWARD-TOTAL PIC 9(9)V99.
           01 WS-AWARD-KINDS PIC 9(4) VALUE ZERO.
           01 WS-GRAND-TOTAL PIC 9(9)V99 VALUE ZERO.

           01 WS-AMOUNT-EDIT PIC ZZ,ZZ9.99.
           01 WS-TOTAL-EDIT PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-COUNT-EDIT PIC ZZZZ9.
           01 WS-REPORT-LINE PIC X(80).

           01 WS-CHARGE-PATH PIC X(80).
           01 WS-AWARD-PATH PIC X(80).
           01 WS-STUDENT-PATH PIC X(80).
           01 WS-TERM-PATH PIC X(80).
           01 WS-REPORT-PATH PIC X(80).
           01 WS-CHARGE-STATUS PIC X(2).
           01 WS-AWARD-STATUS PIC X(2).
           01 WS-STUDENT-STATUS PIC X(2).
           01 WS-TERM-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ARG-TERM FROM COMMAND-LINE.
           INSPECT WS-ARG-TERM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           ACCEPT WS-CHARGE-PATH FROM ENVIRONMENT "CHARGES_FILE".
           IF WS-CHARGE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Charges.txt"
                   TO WS-CHARGE-PATH
           END-IF.
           ACCEPT WS-AWARD-PATH FROM ENVIRONMENT "STUDENT_AWARDS".
           IF WS-AWARD-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\StudentAwards.txt"
                   TO WS-AWARD-PATH
           END-IF.
           ACCEPT WS-STUDENT-PATH FROM ENVIRONMENT "STUDENT_ROSTER".
           IF WS-STUDENT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\input.txt"
                   TO WS-STUDENT-PATH
           END-IF.
           ACCEPT WS-TERM-PATH FROM ENVIRONMENT "TERMMASTER_FILE".
           IF WS-TERM-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\TermMaster.txt"
                   TO WS-TERM-PATH
           END-IF.
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "AWARDRPT_REPORT".
           IF WS-REPORT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\AwardReport.txt"
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
                   "RUN AS AWARDRPT termcode"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> the names and funding bodies are only decoration - a
      *> missing roster or awards file leaves them blank
           OPEN INPUT STUDENT.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-EOF = "Y"
                   READ STUDENT
                       AT END MOVE "Y" TO WS-STUDENT-EOF
                       NOT AT END
                           IF WS-STUDENT-COUNT < 2000
                               ADD 1 TO WS-STUDENT-COUNT
                               SET WS-ST-IDX TO WS-STUDENT-COUNT
                               MOVE STUDENT-ID
                                   TO WS-ST-ID (WS-ST-IDX)
                               MOVE STUDENT-NAME
                                   TO WS-ST-NAME (WS-ST-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT
           END-IF.

           OPEN INPUT AWARD-FILE.
           IF WS-AWARD-STATUS = "00"
               PERFORM UNTIL WS-AWARD-EOF = "Y"
                   READ AWARD-FILE
                       AT END MOVE "Y" TO WS-AWARD-EOF
                       NOT AT END
                           IF WS-AWARD-COUNT < 500
                               ADD 1 TO WS-AWARD-COUNT
                               SET WS-AW-IDX TO WS-AWARD-COUNT
                               MOVE AW-AWARD-CODE
                                   TO WS-AW-CODE (WS-AW-IDX)
                               MOVE AW-DESCRIPTION
                                   TO WS-AW-DESC (WS-AW-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AWARD-FILE
           END-IF.

      *> no charges file just means nothing invoiced yet
           OPEN INPUT CHARGE-FILE.
           IF WS-CHARGE-STATUS = "00"
               PERFORM UNTIL WS-CHARGE-EOF = "Y"
                   READ CHARGE-FILE
                       AT END MOVE "Y" TO WS-CHARGE-EOF
                       NOT AT END
                           IF CH-IS-AWARD AND CH-TERM = WS-ARG-TERM
                                   AND WS-AL-COUNT < 2000
                               ADD 1 TO WS-AL-COUNT
                               SET WS-AL-IDX TO WS-AL-COUNT
                               MOVE CH-AWARD-CODE
                                   TO WS-AL-CODE (WS-AL-IDX)
                               MOVE CH-STUDENT-ID
                                   TO WS-AL-STUDENT (WS-AL-IDX)
                               MOVE CH-COURSE-CODE
                                   TO WS-AL-COURSE (WS-AL-IDX)
                               MOVE CH-AMOUNT
                                   TO WS-AL-AMOUNT (WS-AL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGE-FILE
           ELSE
               IF WS-CHARGE-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING CHARGES FILE - STATUS "
                       WS-CHARGE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM SORT-THE-LINES.

           OPEN OUTPUT AWARD-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AWARDS REPORT - STATUS "
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "AWARDS REPORT FOR TERM " WS-ARG-TERM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO AWARD-REPORT-LINE.
           WRITE AWARD-REPORT-LINE.

           SET WS-FIRST TO TRUE.
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-AL-COUNT
               IF WS-FIRST OR WS-AL-CODE (WS-AL-IDX) NOT = WS-PREV-CODE
                   IF NOT WS-FIRST
                       PERFORM WRITE-AWARD-TOTAL
                   END-IF
                   PERFORM WRITE-AWARD-HEADING
               END-IF
               PERFORM WRITE-ONE-LINE
           END-PERFORM.
           IF WS-AL-COUNT = ZERO
               MOVE SPACES TO AWARD-REPORT-LINE
               WRITE AWARD-REPORT-LINE
               MOVE "NO AWARDS APPLIED IN THE TERM"
                   TO AWARD-REPORT-LINE
               WRITE AWARD-REPORT-LINE
           ELSE
               PERFORM WRITE-AWARD-TOTAL
           END-IF.

           MOVE SPACES TO AWARD-REPORT-LINE.
           WRITE AWARD-REPORT-LINE.
           MOVE WS-AWARD-KINDS TO WS-COUNT-EDIT.
           MOVE WS-GRAND-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TERM TOTAL " WS-COUNT-EDIT " AWARDS COSTING "
               WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO AWARD-REPORT-LINE.
           WRITE AWARD-REPORT-LINE.
           CLOSE AWARD-REPORT-FILE.

           DISPLAY "AWARDS REPORT " WS-ARG-TERM ": " WS-COUNT-EDIT
               " AWARDS COSTING " WS-TOTAL-EDIT.
           STOP RUN.

      *> award code order, each award's lines by student then course
       SORT-THE-LINES.
           PERFORM VARYING WS-SORT-IDX1 FROM 1 BY 1
                   UNTIL WS-SORT-IDX1 > WS-AL-COUNT
               PERFORM VARYING WS-SORT-IDX2 FROM WS-SORT-IDX1 BY 1
                       UNTIL WS-SORT-IDX2 > WS-AL-COUNT
                   IF WS-AL-ENTRY (WS-SORT-IDX2) (1:16) <
                           WS-AL-ENTRY (WS-SORT-IDX1) (1:16)
                       MOVE WS-AL-ENTRY (WS-SORT-IDX1)
                           TO WS-SORT-TEMP
                       MOVE WS-AL-ENTRY (WS-SORT-IDX2)
                           TO WS-AL-ENTRY (WS-SORT-IDX1)
                       MOVE WS-SORT-TEMP
                           TO WS-AL-ENTRY (WS-SORT-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-AWARD-HEADING.
           MOVE "N" TO WS-FIRST-SW.
           MOVE WS-AL-CODE (WS-AL-IDX) TO WS-PREV-CODE.
           MOVE ZERO TO WS-AWARD-LINES.
           MOVE ZERO TO WS-AWARD-TOTAL.
           ADD 1 TO WS-AWARD-KINDS.
           MOVE SPACES TO WS-DESC-OUT.
           PERFORM VARYING WS-AW-IDX FROM 1 BY 1
                   UNTIL WS-AW-IDX > WS-AWARD-COUNT
               IF WS-AW-CODE (WS-AW-IDX) = WS-PREV-CODE
                   MOVE WS-AW-DESC (WS-AW-IDX) TO WS-DESC-OUT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACES TO AWARD-REPORT-LINE.
           WRITE AWARD-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "AWARD " WS-PREV-CODE "  FUNDED BY " WS-DESC-OUT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO AWARD-REPORT-LINE.
           WRITE AWARD-REPORT-LINE.
           MOVE "  STUDENT NAME            COURSE   AMOUNT"
               TO AWARD-REPORT-LINE.
           WRITE AWARD-REPORT-LINE.

       WRITE-ONE-LINE.
           MOVE SPACES TO WS-NAME-OUT.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STUDENT-COUNT
               IF WS-ST-ID (WS-ST-IDX) = WS-AL-STUDENT (WS-AL-IDX)
                   MOVE WS-ST-NAME (WS-ST-IDX) TO WS-NAME-OUT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           ADD 1 TO WS-AWARD-LINES.
           ADD WS-AL-AMOUNT (WS-AL-IDX) TO WS-AWARD-TOTAL.
           ADD WS-AL-AMOUNT (WS-AL-IDX) TO WS-GRAND-TOTAL.
           MOVE WS-AL-AMOUNT (WS-AL-IDX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-AL-STUDENT (WS-AL-IDX) "   " WS-NAME-OUT
               " " WS-AL-COURSE (WS-AL-IDX) " " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO AWARD-REPORT-LINE.
           WRITE AWARD-REPORT-LINE.

       WRITE-AWARD-TOTAL.
           MOVE WS-AWARD-LINES TO WS-COUNT-EDIT.
           MOVE WS-AWARD-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  AWARD " WS-PREV-CODE " " WS-COUNT-EDIT
               " LINES COSTING " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO AWARD-REPORT-LINE.
           WRITE AWARD-REPORT-LINE.

       END PROGRAM AWARDRPT.
