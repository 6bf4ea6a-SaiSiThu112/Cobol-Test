       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGCHART.

      *> the organisation chart off the reporting lines on Person
      *> Info.txt (PERSON-MANAGER-ID): department by department,
      *> every active employee who has staff reporting to them,
      *> with their direct reports underneath - a report sitting in
      *> another department shows its own department code. After
      *> the managers each department lists its staff who report to
      *> nobody, and anyone whose manager is no longer an active
      *> employee, so the line can be put right in REWRITETEST
      *> before their leave requests go unanswered. Inactive staff
      *> are left off. Department names come off DeptMaster.txt
      *> when it is there.

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

           SELECT DEPT-MASTER-FILE ASSIGN TO DYNAMIC WS-DEPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT ORG-CHART-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PERSON.
           01 PERSON-INFO-FILE.
               COPY PERSON-INFO.

           FD DEPT-MASTER-FILE.
           01 DEPT-MASTER-LINE.
               COPY DEPT-MASTER.

           FD ORG-CHART-FILE.
           01 ORG-CHART-LINE PIC X(100).

       WORKING-STORAGE SECTION.
      *> every active employee, sorted into department order
           01 WS-STAFF-TABLE.
               05 WS-SF-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-STAFF-COUNT
                       INDEXED BY WS-SF-IDX WS-RP-IDX.
                   10 WS-SF-DEPT PIC X(4).
                   10 WS-SF-ID PIC 9(5).
                   10 WS-SF-NAME PIC X(20).
                   10 WS-SF-MANAGER PIC 9(5).
                   10 WS-SF-REPORTS PIC 9(4).
                   10 WS-SF-MGR-FOUND PIC X(1).
           01 WS-STAFF-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-PERSON-EOF PIC A(1) VALUE "N".

           01 WS-DEPT-TABLE.
               05 WS-DM-ENTRY OCCURS 50 TIMES INDEXED BY WS-DM-IDX.
                   10 WS-DM-CODE PIC X(4).
                   10 WS-DM-NAME PIC X(20).
           01 WS-DEPT-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-DEPT-EOF PIC A(1) VALUE "N".

           01 WS-CUR-DEPT PIC X(4).
           01 WS-CUR-DEPT-NAME PIC X(20).
           01 WS-DEPT-START PIC 9(5) COMP.
           01 WS-DEPT-END PIC 9(5) COMP.
           01 WS-MANAGER-COUNT PIC 9(5) VALUE ZERO.
           01 WS-NO-MANAGER-COUNT PIC 9(5) VALUE ZERO.
           01 WS-BAD-MANAGER-COUNT PIC 9(5) VALUE ZERO.
           01 WS-COUNT-EDIT PIC ZZZZ9.
           01 WS-REPORT-LINE PIC X(100).

           01 WS-PERSON-PATH PIC X(80).
           01 WS-DEPT-PATH PIC X(80).
           01 WS-REPORT-PATH PIC X(80).
           01 WS-PERSON-STATUS PIC X(2).
           01 WS-DEPT-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-PERSON-PATH FROM ENVIRONMENT "WRITETEST_PERSON".
           IF WS-PERSON-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Person Info.txt"
                   TO WS-PERSON-PATH
           END-IF.
           ACCEPT WS-DEPT-PATH FROM ENVIRONMENT "DEPTMASTER_FILE".
           IF WS-DEPT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\DeptMaster.txt"
                   TO WS-DEPT-PATH
           END-IF.
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "ORGCHART_REPORT".
           IF WS-REPORT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\OrgChart.txt"
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
                       IF PERSON-ACTIVE AND WS-STAFF-COUNT < 5000
                           ADD 1 TO WS-STAFF-COUNT
                           SET WS-SF-IDX TO WS-STAFF-COUNT
                           MOVE PERSON-DEPT TO WS-SF-DEPT (WS-SF-IDX)
                           MOVE PERSON-ID TO WS-SF-ID (WS-SF-IDX)
                           MOVE PERSON-NAME TO WS-SF-NAME (WS-SF-IDX)
                           IF PERSON-MANAGER-ID IS NUMERIC
                               MOVE PERSON-MANAGER-ID
                                   TO WS-SF-MANAGER (WS-SF-IDX)
                           ELSE
                               MOVE ZERO TO WS-SF-MANAGER (WS-SF-IDX)
                           END-IF
                           MOVE ZERO TO WS-SF-REPORTS (WS-SF-IDX)
                           MOVE "N" TO WS-SF-MGR-FOUND (WS-SF-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERSON.

           IF WS-STAFF-COUNT = ZERO
               DISPLAY "NO ACTIVE EMPLOYEES ON FILE"
               STOP RUN
           END-IF.

      *> count each manager's direct reports, and mark the staff
      *> whose manager is an active employee
           PERFORM VARYING WS-SF-IDX FROM 1 BY 1
                   UNTIL WS-SF-IDX > WS-STAFF-COUNT
               IF WS-SF-MANAGER (WS-SF-IDX) NOT = ZERO
                   PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                           UNTIL WS-RP-IDX > WS-STAFF-COUNT
                       IF WS-SF-ID (WS-RP-IDX)
                               = WS-SF-MANAGER (WS-SF-IDX)
                           ADD 1 TO WS-SF-REPORTS (WS-RP-IDX)
                           MOVE "Y" TO WS-SF-MGR-FOUND (WS-SF-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           SORT WS-SF-ENTRY
               ASCENDING KEY WS-SF-DEPT
               ASCENDING KEY WS-SF-ID.

           OPEN OUTPUT ORG-CHART-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ORGANISATION CHART - STATUS "
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ORGANISATION CHART - MANAGERS AND DIRECT REPORTS BY "
               TO WS-REPORT-LINE.
           MOVE "DEPARTMENT" TO WS-REPORT-LINE (53:10).
           MOVE WS-REPORT-LINE TO ORG-CHART-LINE.
           WRITE ORG-CHART-LINE.

           MOVE 1 TO WS-DEPT-START.
           PERFORM UNTIL WS-DEPT-START > WS-STAFF-COUNT
               MOVE WS-SF-DEPT (WS-DEPT-START) TO WS-CUR-DEPT
               MOVE WS-DEPT-START TO WS-DEPT-END
               PERFORM UNTIL WS-DEPT-END >= WS-STAFF-COUNT
                   IF WS-SF-DEPT (WS-DEPT-END + 1) NOT = WS-CUR-DEPT
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-DEPT-END
               END-PERFORM
               PERFORM WRITE-ONE-DEPARTMENT
               COMPUTE WS-DEPT-START = WS-DEPT-END + 1
           END-PERFORM.

           MOVE SPACES TO ORG-CHART-LINE.
           WRITE ORG-CHART-LINE.
           MOVE WS-STAFF-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-COUNT-EDIT " ACTIVE EMPLOYEES, "
               WS-MANAGER-COUNT " MANAGERS, "
               WS-NO-MANAGER-COUNT " REPORTING TO NOBODY, "
               WS-BAD-MANAGER-COUNT " WITH NO ACTIVE MANAGER"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO ORG-CHART-LINE.
           WRITE ORG-CHART-LINE.
           DISPLAY WS-REPORT-LINE.
           CLOSE ORG-CHART-FILE.
           IF WS-BAD-MANAGER-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> the department's managers with their reports, then its
      *> staff at the top of the tree, then those whose manager has
      *> gone
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
           MOVE SPACES TO ORG-CHART-LINE.
           WRITE ORG-CHART-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DEPARTMENT " WS-CUR-DEPT " " WS-CUR-DEPT-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO ORG-CHART-LINE.
           WRITE ORG-CHART-LINE.

           PERFORM VARYING WS-SF-IDX FROM WS-DEPT-START BY 1
                   UNTIL WS-SF-IDX > WS-DEPT-END
               IF WS-SF-REPORTS (WS-SF-IDX) > ZERO
                   PERFORM WRITE-ONE-MANAGER
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-SF-IDX FROM WS-DEPT-START BY 1
                   UNTIL WS-SF-IDX > WS-DEPT-END
               IF WS-SF-MANAGER (WS-SF-IDX) = ZERO
                   ADD 1 TO WS-NO-MANAGER-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  REPORTS TO NOBODY  "
                       WS-SF-ID (WS-SF-IDX) " " WS-SF-NAME (WS-SF-IDX)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   MOVE WS-REPORT-LINE TO ORG-CHART-LINE
                   WRITE ORG-CHART-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SF-IDX FROM WS-DEPT-START BY 1
                   UNTIL WS-SF-IDX > WS-DEPT-END
               IF WS-SF-MANAGER (WS-SF-IDX) NOT = ZERO AND
                       WS-SF-MGR-FOUND (WS-SF-IDX) = "N"
                   ADD 1 TO WS-BAD-MANAGER-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  *** " WS-SF-ID (WS-SF-IDX) " "
                       WS-SF-NAME (WS-SF-IDX) " - MANAGER "
                       WS-SF-MANAGER (WS-SF-IDX)
                       " IS NOT AN ACTIVE EMPLOYEE ***"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   MOVE WS-REPORT-LINE TO ORG-CHART-LINE
                   WRITE ORG-CHART-LINE
               END-IF
           END-PERFORM.

       WRITE-ONE-MANAGER.
           ADD 1 TO WS-MANAGER-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  MANAGER " WS-SF-ID (WS-SF-IDX) " "
               WS-SF-NAME (WS-SF-IDX) " - "
               WS-SF-REPORTS (WS-SF-IDX) " DIRECT REPORTS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO ORG-CHART-LINE.
           WRITE ORG-CHART-LINE.
           PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                   UNTIL WS-RP-IDX > WS-STAFF-COUNT
               IF WS-SF-MANAGER (WS-RP-IDX) = WS-SF-ID (WS-SF-IDX)
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "      " WS-SF-ID (WS-RP-IDX) " "
                       WS-SF-NAME (WS-RP-IDX) " "
                       WS-SF-DEPT (WS-RP-IDX)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   MOVE WS-REPORT-LINE TO ORG-CHART-LINE
                   WRITE ORG-CHART-LINE
               END-IF
           END-PERFORM.

       END PROGRAM ORGCHART.
