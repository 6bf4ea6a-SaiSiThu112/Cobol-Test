       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSRPT.

      *> position control for the budget round: the establishment on
      *> Positions.txt set against the people on Person Info.txt,
      *> department by department. Every funded post shows its grade,
      *> title and budgeted salary, with the active employee filling
      *> it (PERSON-POST-ID) and their actual salary, or VACANT. After
      *> the posts come the active staff no post covers - nobody's
      *> post, a post not on the establishment, or a post somebody
      *> else already fills - as over establishment. Each department
      *> closes with funded, filled, vacant and over counts, the
      *> funded budget, and what the filled posts cost against what
      *> they were budgeted at; the company totals follow. Inactive
      *> staff are left off. RC 4 when anyone is over establishment.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *> path can be overridden at run time by setting WRITETEST_PERSON
      *> in the environment - see WS-PERSON-PATH below
           SELECT PERSON ASSIGN TO DYNAMIC WS-PERSON-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PERSON-ID
               ALTERNATE RECORD KEY IS PERSON-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PERSON-STATUS.

           SELECT POSITION-FILE ASSIGN TO DYNAMIC WS-POSITION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO DYNAMIC WS-DEPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT ESTABLISHMENT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PERSON.
           01 PERSON-INFO-FILE.
               COPY PERSON-INFO.

           FD POSITION-FILE.
           01 POSITION-LINE.
               COPY POSITION-RECORD.

           FD DEPT-MASTER-FILE.
           01 DEPT-MASTER-LINE.
               COPY DEPT-MASTER.

           FD ESTABLISHMENT-FILE.
           01 ESTABLISHMENT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
      *> the establishment, with whoever fills each post
           01 WS-POST-TABLE.
               05 WS-PS-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-POST-COUNT
                       INDEXED BY WS-PS-IDX.
                   10 WS-PS-DEPT PIC X(4).
                   10 WS-PS-ID PIC X(6).
                   10 WS-PS-GRADE PIC X(2).
                   10 WS-PS-TITLE PIC X(20).
                   10 WS-PS-BUDGET PIC 9(7)V99.
                   10 WS-PS-HOLDER PIC 9(5).
                   10 WS-PS-HOLDER-NAME PIC X(20).
                   10 WS-PS-HOLDER-SALARY PIC 9(7)V99.
           01 WS-POST-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-POSITION-EOF PIC A(1) VALUE "N".

      *> active staff no post covers, and why
           01 WS-OVER-TABLE.
               05 WS-OV-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-OVER-COUNT
                       INDEXED BY WS-OV-IDX.
                   10 WS-OV-DEPT PIC X(4).
                   10 WS-OV-ID PIC 9(5).
                   10 WS-OV-NAME PIC X(20).
                   10 WS-OV-SALARY PIC 9(7)V99.
                   10 WS-OV-REASON PIC X(30).
           01 WS-OVER-COUNT PIC 9(5) COMP VALUE ZERO.

      *> every department with a post or an uncovered employee
           01 WS-DEPT-LIST.
               05 WS-DL-CODE OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-LIST-COUNT
                       INDEXED BY WS-DL-IDX PIC X(4).
           01 WS-LIST-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-DEPT-TABLE.
               05 WS-DM-ENTRY OCCURS 50 TIMES INDEXED BY WS-DM-IDX.
                   10 WS-DM-CODE PIC X(4).
                   10 WS-DM-NAME PIC X(20).
           01 WS-DEPT-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-DEPT-EOF PIC A(1) VALUE "N".
           01 WS-PERSON-EOF PIC A(1) VALUE "N".

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(4) COMP.
           01 WS-ADD-DEPT PIC X(4).
           01 WS-CUR-DEPT PIC X(4).
           01 WS-CUR-DEPT-NAME PIC X(20).

      *> one set for the department in hand, one for the company
           01 WS-DEPT-TOTALS.
               05 WS-DT-FUNDED PIC 9(4).
               05 WS-DT-FILLED PIC 9(4).
               05 WS-DT-VACANT PIC 9(4).
               05 WS-DT-OVER PIC 9(4).
               05 WS-DT-BUDGET PIC 9(9)V99.
               05 WS-DT-FILLED-BUDGET PIC 9(9)V99.
               05 WS-DT-FILLED-COST PIC 9(9)V99.
               05 WS-DT-OVER-COST PIC 9(9)V99.
           01 WS-CO-TOTALS.
               05 WS-CO-FUNDED PIC 9(5) VALUE ZERO.
               05 WS-CO-FILLED PIC 9(5) VALUE ZERO.
               05 WS-CO-VACANT PIC 9(5) VALUE ZERO.
               05 WS-CO-OVER PIC 9(5) VALUE ZERO.
               05 WS-CO-BUDGET PIC 9(9)V99 VALUE ZERO.
               05 WS-CO-FILLED-BUDGET PIC 9(9)V99 VALUE ZERO.
               05 WS-CO-FILLED-COST PIC 9(9)V99 VALUE ZERO.
               05 WS-CO-OVER-COST PIC 9(9)V99 VALUE ZERO.
           01 WS-VARIANCE PIC S9(9)V99.

           01 WS-MONEY-EDIT PIC Z,ZZZ,ZZ9.99.
           01 WS-SALARY-EDIT PIC Z,ZZZ,ZZ9.99.
           01 WS-TOTAL-EDIT PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-COST-EDIT PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-OVER-EDIT PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-VARIANCE-EDIT PIC -ZZZ,ZZZ,ZZ9.99.
           01 WS-REPORT-LINE PIC X(120).

           01 WS-PERSON-PATH PIC X(80).
           01 WS-POSITION-PATH PIC X(80).
           01 WS-DEPT-PATH PIC X(80).
           01 WS-REPORT-PATH PIC X(80).
           01 WS-PERSON-STATUS PIC X(2).
           01 WS-POSITION-STATUS PIC X(2).
           01 WS-DEPT-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-PERSON-PATH FROM ENVIRONMENT "WRITETEST_PERSON".
           IF WS-PERSON-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Person Info.txt"
                   TO WS-PERSON-PATH
           END-IF.
           ACCEPT WS-POSITION-PATH FROM ENVIRONMENT "POSITIONS_FILE".
           IF WS-POSITION-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Positions.txt"
                   TO WS-POSITION-PATH
           END-IF.
           ACCEPT WS-DEPT-PATH FROM ENVIRONMENT "DEPTMASTER_FILE".
           IF WS-DEPT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\DeptMaster.txt"
                   TO WS-DEPT-PATH
           END-IF.
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "POSRPT_REPORT".
           IF WS-REPORT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Establishment.txt"
                   TO WS-REPORT-PATH
           END-IF.

      *> department names are dressing only - a missing master just
      *> leaves them blank
           OPEN INPUT DEPT-MASTER-FILE.
           IF WS-DEPT-STATUS = "00"
               PERFORM UNTIL WS-DEPT-EOF = "Y"
                   READ DEPT-MASTER-FILE
                       AT END MOVE "Y" TO WS-DEPT-EOF
                       NOT AT END
                           IF WS-DEPT-COUNT < 50
                               ADD 1 TO WS-DEPT-COUNT
                               SET WS-DM-IDX TO WS-DEPT-COUNT
                               MOVE DEPT-CODE
                                   TO WS-DM-CODE (WS-DM-IDX)
                               MOVE DEPT-NAME
                                   TO WS-DM-NAME (WS-DM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER-FILE
           END-IF.

      *> without an establishment there is nothing to control
           OPEN INPUT POSITION-FILE.
           IF WS-POSITION-STATUS NOT = "00"
               DISPLAY "ERROR OPENING POSITIONS FILE - STATUS "
                   WS-POSITION-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-POSITION-EOF = "Y"
               READ POSITION-FILE
                   AT END MOVE "Y" TO WS-POSITION-EOF
                   NOT AT END
                       IF WS-POST-COUNT < 500
                           ADD 1 TO WS-POST-COUNT
                           SET WS-PS-IDX TO WS-POST-COUNT
                           MOVE POS-DEPT TO WS-PS-DEPT (WS-PS-IDX)
                           MOVE POS-ID TO WS-PS-ID (WS-PS-IDX)
                           MOVE POS-GRADE TO WS-PS-GRADE (WS-PS-IDX)
                           MOVE POS-TITLE TO WS-PS-TITLE (WS-PS-IDX)
                           MOVE POS-BUDGET-SALARY
                               TO WS-PS-BUDGET (WS-PS-IDX)
                           MOVE ZERO TO WS-PS-HOLDER (WS-PS-IDX)
                           MOVE SPACES
                               TO WS-PS-HOLDER-NAME (WS-PS-IDX)
                           MOVE ZERO
                               TO WS-PS-HOLDER-SALARY (WS-PS-IDX)
                           MOVE POS-DEPT TO WS-ADD-DEPT
                           PERFORM ADD-TO-DEPT-LIST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POSITION-FILE.

           OPEN INPUT PERSON.
           IF WS-PERSON-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PERSON FILE - STATUS "
                   WS-PERSON-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-PERSON-EOF = "Y"
               READ PERSON NEXT RECORD
                   AT END MOVE "Y" TO WS-PERSON-EOF
                   NOT AT END
                       IF PERSON-ACTIVE
                           PERFORM PLACE-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERSON.

           IF WS-POST-COUNT > ZERO
               SORT WS-PS-ENTRY
                   ASCENDING KEY WS-PS-DEPT
                   ASCENDING KEY WS-PS-ID
           END-IF.
           IF WS-LIST-COUNT > ZERO
               SORT WS-DL-CODE ASCENDING KEY WS-DL-CODE
           END-IF.

           OPEN OUTPUT ESTABLISHMENT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ESTABLISHMENT REPORT - STATUS "
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ESTABLISHMENT - FUNDED, FILLED AND VACANT POSTS BY "
               TO WS-REPORT-LINE.
           MOVE "DEPARTMENT" TO WS-REPORT-LINE (52:10).
           MOVE WS-REPORT-LINE TO ESTABLISHMENT-LINE.
           WRITE ESTABLISHMENT-LINE.
           MOVE SPACES TO ESTABLISHMENT-LINE.
           WRITE ESTABLISHMENT-LINE.
           MOVE "  POST   GR TITLE" TO WS-REPORT-LINE.
           MOVE "BUDGETED" TO WS-REPORT-LINE (38:8).
           MOVE "HOLDER" TO WS-REPORT-LINE (48:6).
           MOVE "SALARY" TO WS-REPORT-LINE (81:6).
           MOVE WS-REPORT-LINE TO ESTABLISHMENT-LINE.
           WRITE ESTABLISHMENT-LINE.

           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-LIST-COUNT
               MOVE WS-DL-CODE (WS-DL-IDX) TO WS-CUR-DEPT
               PERFORM WRITE-ONE-DEPARTMENT
           END-PERFORM.

           MOVE SPACES TO ESTABLISHMENT-LINE.
           WRITE ESTABLISHMENT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "COMPANY FUNDED " WS-CO-FUNDED
               " FILLED " WS-CO-FILLED
               " VACANT " WS-CO-VACANT
               " OVER ESTABLISHMENT " WS-CO-OVER
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO ESTABLISHMENT-LINE.
           WRITE ESTABLISHMENT-LINE.
           DISPLAY WS-REPORT-LINE.
           MOVE WS-CO-BUDGET TO WS-TOTAL-EDIT.
           MOVE WS-CO-FILLED-BUDGET TO WS-MONEY-EDIT.
           MOVE WS-CO-FILLED-COST TO WS-COST-EDIT.
           COMPUTE WS-VARIANCE =
               WS-CO-FILLED-COST - WS-CO-FILLED-BUDGET.
           MOVE WS-VARIANCE TO WS-VARIANCE-EDIT.
           MOVE WS-CO-OVER-COST TO WS-OVER-EDIT.
           PERFORM WRITE-THE-MONEY-LINES.
           CLOSE ESTABLISHMENT-FILE.
           IF WS-CO-OVER > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> an active employee fills the post they are linked to if it
      *> is on the establishment and nobody has it yet; otherwise
      *> they are over establishment, in their own department
       PLACE-ONE-EMPLOYEE.
           SET WS-NOT-FOUND TO TRUE.
           IF PERSON-POST-ID NOT = SPACES
               PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                       UNTIL WS-PS-IDX > WS-POST-COUNT
                   IF WS-PS-ID (WS-PS-IDX) = PERSON-POST-ID
                       SET WS-FOUND TO TRUE
                       MOVE WS-PS-IDX TO WS-MATCH-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-FOUND
               IF WS-PS-HOLDER (WS-MATCH-IDX) = ZERO
                   MOVE PERSON-ID TO WS-PS-HOLDER (WS-MATCH-IDX)
                   MOVE PERSON-NAME
                       TO WS-PS-HOLDER-NAME (WS-MATCH-IDX)
                   MOVE PERSON-SALARY
                       TO WS-PS-HOLDER-SALARY (WS-MATCH-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-OVER-COUNT >= 5000
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OVER-COUNT.
           SET WS-OV-IDX TO WS-OVER-COUNT.
           MOVE PERSON-DEPT TO WS-OV-DEPT (WS-OV-IDX).
           MOVE PERSON-ID TO WS-OV-ID (WS-OV-IDX).
           MOVE PERSON-NAME TO WS-OV-NAME (WS-OV-IDX).
           MOVE PERSON-SALARY TO WS-OV-SALARY (WS-OV-IDX).
           MOVE SPACES TO WS-OV-REASON (WS-OV-IDX).
           EVALUATE TRUE
               WHEN PERSON-POST-ID = SPACES
                   MOVE "NO POST" TO WS-OV-REASON (WS-OV-IDX)
               WHEN WS-NOT-FOUND
                   STRING "POST " PERSON-POST-ID " NOT ON FILE"
                       DELIMITED BY SIZE
                       INTO WS-OV-REASON (WS-OV-IDX)
                   END-STRING
               WHEN OTHER
                   STRING "POST " PERSON-POST-ID " FILLED BY "
                       WS-PS-HOLDER (WS-MATCH-IDX)
                       DELIMITED BY SIZE
                       INTO WS-OV-REASON (WS-OV-IDX)
                   END-STRING
           END-EVALUATE.
           MOVE PERSON-DEPT TO WS-ADD-DEPT.
           PERFORM ADD-TO-DEPT-LIST.

       ADD-TO-DEPT-LIST.
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-LIST-COUNT
               IF WS-DL-CODE (WS-DL-IDX) = WS-ADD-DEPT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-LIST-COUNT < 100
               ADD 1 TO WS-LIST-COUNT
               SET WS-DL-IDX TO WS-LIST-COUNT
               MOVE WS-ADD-DEPT TO WS-DL-CODE (WS-DL-IDX)
           END-IF.

      *> the department's posts, filled or vacant, then its staff
      *> over establishment, then its totals
       WRITE-ONE-DEPARTMENT.
           MOVE SPACES TO WS-CUR-DEPT-NAME.
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DEPT-COUNT
               IF WS-DM-CODE (WS-DM-IDX) = WS-CUR-DEPT
                   MOVE WS-DM-NAME (WS-DM-IDX) TO WS-CUR-DEPT-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CUR-DEPT = SPACES
               MOVE "UNASSIGNED" TO WS-CUR-DEPT-NAME
           END-IF.
           MOVE ZERO TO WS-DT-FUNDED WS-DT-FILLED WS-DT-VACANT
               WS-DT-OVER WS-DT-BUDGET WS-DT-FILLED-BUDGET
               WS-DT-FILLED-COST WS-DT-OVER-COST.
           MOVE SPACES TO ESTABLISHMENT-LINE.
           WRITE ESTABLISHMENT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DEPARTMENT " WS-CUR-DEPT " " WS-CUR-DEPT-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO ESTABLISHMENT-LINE.
           WRITE ESTABLISHMENT-LINE.

           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-POST-COUNT
               IF WS-PS-DEPT (WS-PS-IDX) = WS-CUR-DEPT
                   PERFORM WRITE-ONE-POST
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-OV-IDX FROM 1 BY 1
                   UNTIL WS-OV-IDX > WS-OVER-COUNT
               IF WS-OV-DEPT (WS-OV-IDX) = WS-CUR-DEPT
                   ADD 1 TO WS-DT-OVER
                   ADD WS-OV-SALARY (WS-OV-IDX) TO WS-DT-OVER-COST
                   MOVE WS-OV-SALARY (WS-OV-IDX) TO WS-SALARY-EDIT
                   MOVE "  *** OVER ESTABLISHMENT ***"
                       TO WS-REPORT-LINE
                   MOVE WS-OV-ID (WS-OV-IDX) TO WS-REPORT-LINE (48:5)
                   MOVE WS-OV-NAME (WS-OV-IDX)
                       TO WS-REPORT-LINE (54:20)
                   MOVE WS-SALARY-EDIT TO WS-REPORT-LINE (75:12)
                   MOVE WS-OV-REASON (WS-OV-IDX)
                       TO WS-REPORT-LINE (89:30)
                   MOVE WS-REPORT-LINE TO ESTABLISHMENT-LINE
                   WRITE ESTABLISHMENT-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  FUNDED " WS-DT-FUNDED
               " FILLED " WS-DT-FILLED
               " VACANT " WS-DT-VACANT
               " OVER ESTABLISHMENT " WS-DT-OVER
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO ESTABLISHMENT-LINE.
           WRITE ESTABLISHMENT-LINE.
           MOVE WS-DT-BUDGET TO WS-TOTAL-EDIT.
           MOVE WS-DT-FILLED-BUDGET TO WS-MONEY-EDIT.
           MOVE WS-DT-FILLED-COST TO WS-COST-EDIT.
           COMPUTE WS-VARIANCE =
               WS-DT-FILLED-COST - WS-DT-FILLED-BUDGET.
           MOVE WS-VARIANCE TO WS-VARIANCE-EDIT.
           MOVE WS-DT-OVER-COST TO WS-OVER-EDIT.
           PERFORM WRITE-THE-MONEY-LINES.

           ADD WS-DT-FUNDED TO WS-CO-FUNDED.
           ADD WS-DT-FILLED TO WS-CO-FILLED.
           ADD WS-DT-VACANT TO WS-CO-VACANT.
           ADD WS-DT-OVER TO WS-CO-OVER.
           ADD WS-DT-BUDGET TO WS-CO-BUDGET.
           ADD WS-DT-FILLED-BUDGET TO WS-CO-FILLED-BUDGET.
           ADD WS-DT-FILLED-COST TO WS-CO-FILLED-COST.
           ADD WS-DT-OVER-COST TO WS-CO-OVER-COST.

       WRITE-ONE-POST.
           ADD 1 TO WS-DT-FUNDED.
           ADD WS-PS-BUDGET (WS-PS-IDX) TO WS-DT-BUDGET.
           MOVE WS-PS-BUDGET (WS-PS-IDX) TO WS-MONEY-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-PS-HOLDER (WS-PS-IDX) = ZERO
               ADD 1 TO WS-DT-VACANT
               STRING "  " WS-PS-ID (WS-PS-IDX) " "
                   WS-PS-GRADE (WS-PS-IDX) " "
                   WS-PS-TITLE (WS-PS-IDX) " " WS-MONEY-EDIT
                   "  VACANT"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-DT-FILLED
               ADD WS-PS-BUDGET (WS-PS-IDX) TO WS-DT-FILLED-BUDGET
               ADD WS-PS-HOLDER-SALARY (WS-PS-IDX)
                   TO WS-DT-FILLED-COST
               MOVE WS-PS-HOLDER-SALARY (WS-PS-IDX) TO WS-SALARY-EDIT
               STRING "  " WS-PS-ID (WS-PS-IDX) " "
                   WS-PS-GRADE (WS-PS-IDX) " "
                   WS-PS-TITLE (WS-PS-IDX) " " WS-MONEY-EDIT
                   "  " WS-PS-HOLDER (WS-PS-IDX) " "
                   WS-PS-HOLDER-NAME (WS-PS-IDX) " " WS-SALARY-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           MOVE WS-REPORT-LINE TO ESTABLISHMENT-LINE.
           WRITE ESTABLISHMENT-LINE.

      *> the budget, the filled posts' actual cost against their
      *> budget, and what the uncovered staff cost on top - the
      *> edited fields are set up by the caller
       WRITE-THE-MONEY-LINES.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  FUNDED BUDGET " WS-TOTAL-EDIT
               "   FILLED POSTS COST " WS-COST-EDIT
               " AGAINST " WS-MONEY-EDIT
               " VARIANCE " WS-VARIANCE-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO ESTABLISHMENT-LINE.
           WRITE ESTABLISHMENT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  OVER ESTABLISHMENT COST " WS-OVER-EDIT
               " UNFUNDED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO ESTABLISHMENT-LINE.
           WRITE ESTABLISHMENT-LINE.

       END PROGRAM POSRPT.
