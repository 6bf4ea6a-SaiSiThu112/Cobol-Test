       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESSRPT.

      *> weekly report off the personnel access log PERSACC writes
      *> (PersonAccess.txt): the seven days ending on the date given
      *> on the command line (default today), grouped by operator
      *> and in the order the records were looked at - which
      *> program, which PERSON-ID, and whether salary and bank
      *> details were shown in clear. A view of the operator's own
      *> record, or of anyone in a department DeptMaster.txt marks
      *> HR-restricted, is starred on its line and listed again at
      *> the end, so the week's sensitive looks read on one page.
      *> Serial-day arithmetic is the same shape BANKREC uses.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT ACCESS-LOG-FILE ASSIGN TO DYNAMIC WS-ACCESS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-STATUS.

           SELECT ACCESS-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ACCESS-LOG-FILE.
           01 ACCESS-LOG-LINE.
               COPY PERS-ACCESS-LOG.

           FD ACCESS-REPORT-FILE.
           01 ACCESS-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-VIEW-TABLE.
               05 WS-VW-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-VIEW-COUNT
                       INDEXED BY WS-VW-IDX.
                   10 WS-VW-OPERATOR PIC X(10).
                   10 WS-VW-STAMP PIC 9(14).
                   10 WS-VW-ROLE PIC X(1).
                   10 WS-VW-PROGRAM PIC X(10).
                   10 WS-VW-PERSON PIC 9(5).
                   10 WS-VW-UNMASKED PIC X(1).
                   10 WS-VW-FLAG PIC X(1).
           01 WS-VIEW-COUNT PIC 9(5) COMP VALUE ZERO.

           01 WS-ACCESS-EOF PIC A(1) VALUE "N".
           01 WS-DATE-ARG PIC X(8).
           01 WS-END-DATE PIC 9(8).
           01 WS-START-SERIAL PIC 9(7).
           01 WS-END-SERIAL PIC 9(7).
           01 WS-STAMP-TEXT PIC X(14).

           01 WS-CUR-OPERATOR PIC X(10).
           01 WS-OP-VIEWS PIC 9(5) COMP.
           01 WS-OP-OWN PIC 9(5) COMP.
           01 WS-OP-RESTRICTED PIC 9(5) COMP.
           01 WS-OPERATOR-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-OWN-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-RESTRICTED-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-COUNT-EDIT PIC ZZ,ZZ9.
           01 WS-COUNT-EDIT2 PIC ZZ,ZZ9.
           01 WS-COUNT-EDIT3 PIC ZZ,ZZ9.

           01 WS-VIEW-DETAIL.
               05 FILLER PIC X(2) VALUE SPACES.
               05 VD-DATE PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 VD-TIME PIC X(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 VD-OPERATOR PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 VD-PROGRAM PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 VD-PERSON PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 VD-PAY PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 VD-NOTE PIC X(24).
           01 WS-REPORT-LINE PIC X(100).

      *> serial-day arithmetic, the SERVICEREPT shape
           01 WS-CONV-DATE.
               05 WS-CONV-YEAR PIC 9(4).
               05 WS-CONV-MONTH PIC 9(2).
               05 WS-CONV-DAY PIC 9(2).
           01 WS-CONV-SERIAL PIC 9(7).
           01 WS-CUM-DAYS-TABLE.
               05 FILLER PIC X(36) VALUE
                   "000031059090120151181212243273304334".
           01 WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
               05 WS-CUM-DAYS OCCURS 12 TIMES PIC 9(3).
           01 WS-LEAP-WORK PIC 9(4).
           01 WS-LEAP-REM PIC 9(4).
           01 WS-PRIOR-YEAR PIC 9(4).

           01 WS-ACCESS-PATH PIC X(80).
           01 WS-ACCESS-STATUS PIC X(2).
           01 WS-REPORT-PATH PIC X(80).
           01 WS-REPORT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ACCESS-PATH FROM ENVIRONMENT "PERSACCESS_LOG".
           IF WS-ACCESS-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PersonAccess.txt"
                   TO WS-ACCESS-PATH
           END-IF.
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "ACCESSRPT_REPORT".
           IF WS-REPORT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\AccessReport.txt"
                   TO WS-REPORT-PATH
           END-IF.

           ACCEPT WS-DATE-ARG FROM COMMAND-LINE.
           IF WS-DATE-ARG = SPACES
               ACCEPT WS-END-DATE FROM DATE YYYYMMDD
           ELSE
               IF WS-DATE-ARG IS NUMERIC
                   MOVE WS-DATE-ARG TO WS-END-DATE
               ELSE
                   DISPLAY "USAGE: ACCESSRPT [YYYYMMDD] - LAST DAY "
                       "OF THE WEEK"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE WS-END-DATE TO WS-CONV-DATE.
           IF WS-CONV-MONTH < 1 OR WS-CONV-MONTH > 12
               DISPLAY "USAGE: ACCESSRPT [YYYYMMDD] - LAST DAY "
                   "OF THE WEEK"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM DATE-TO-SERIAL.
           MOVE WS-CONV-SERIAL TO WS-END-SERIAL.
           COMPUTE WS-START-SERIAL = WS-END-SERIAL - 6.

           OPEN INPUT ACCESS-LOG-FILE.
           IF WS-ACCESS-STATUS = "00"
               PERFORM UNTIL WS-ACCESS-EOF = "Y"
                   READ ACCESS-LOG-FILE
                       AT END MOVE "Y" TO WS-ACCESS-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-VIEW
                   END-READ
               END-PERFORM
               CLOSE ACCESS-LOG-FILE
           END-IF.

           IF WS-VIEW-COUNT > 1
               SORT WS-VW-ENTRY
                   ASCENDING KEY WS-VW-OPERATOR
                   ASCENDING KEY WS-VW-STAMP
           END-IF.

           OPEN OUTPUT ACCESS-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACCESS REPORT - STATUS "
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PERSONNEL ACCESS REPORT - SEVEN DAYS TO "
               WS-END-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.

           IF WS-VIEW-COUNT = ZERO
               MOVE "NO PERSONNEL RECORDS WERE VIEWED THIS WEEK"
                   TO WS-REPORT-LINE
               PERFORM PUT-LINE
           END-IF.

           MOVE SPACES TO WS-CUR-OPERATOR.
           PERFORM VARYING WS-VW-IDX FROM 1 BY 1
                   UNTIL WS-VW-IDX > WS-VIEW-COUNT
               IF WS-VW-OPERATOR (WS-VW-IDX) NOT = WS-CUR-OPERATOR
                   IF WS-CUR-OPERATOR NOT = SPACES
                       PERFORM OPERATOR-TOTAL
                   END-IF
                   PERFORM OPERATOR-HEADING
               END-IF
               PERFORM SHOW-ONE-VIEW
           END-PERFORM.
           IF WS-CUR-OPERATOR NOT = SPACES
               PERFORM OPERATOR-TOTAL
           END-IF.

      *> the starred views again, on their own
           IF WS-OWN-COUNT > ZERO OR WS-RESTRICTED-COUNT > ZERO
               MOVE "OWN-RECORD AND HR-RESTRICTED VIEWS"
                   TO WS-REPORT-LINE
               PERFORM PUT-LINE
               PERFORM VARYING WS-VW-IDX FROM 1 BY 1
                       UNTIL WS-VW-IDX > WS-VIEW-COUNT
                   IF WS-VW-FLAG (WS-VW-IDX) = "O" OR
                           WS-VW-FLAG (WS-VW-IDX) = "R"
                       PERFORM BUILD-VIEW-DETAIL
                       MOVE WS-VIEW-DETAIL TO WS-REPORT-LINE
                       PERFORM PUT-LINE
                   END-IF
               END-PERFORM
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE WS-VIEW-COUNT TO WS-COUNT-EDIT.
           MOVE WS-OPERATOR-COUNT TO WS-COUNT-EDIT2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOTAL" WS-COUNT-EDIT " VIEWS BY"
               WS-COUNT-EDIT2 " OPERATORS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE WS-OWN-COUNT TO WS-COUNT-EDIT.
           MOVE WS-RESTRICTED-COUNT TO WS-COUNT-EDIT2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "     " WS-COUNT-EDIT " OWN-RECORD VIEWS,"
               WS-COUNT-EDIT2 " HR-RESTRICTED VIEWS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           CLOSE ACCESS-REPORT-FILE.
           STOP RUN.

       TAKE-ONE-VIEW.
           IF PL-STAMP IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE PL-STAMP TO WS-STAMP-TEXT.
           MOVE WS-STAMP-TEXT (1:8) TO WS-CONV-DATE.
           IF WS-CONV-MONTH < 1 OR WS-CONV-MONTH > 12
               EXIT PARAGRAPH
           END-IF.
           PERFORM DATE-TO-SERIAL.
           IF WS-CONV-SERIAL < WS-START-SERIAL OR
                   WS-CONV-SERIAL > WS-END-SERIAL
               EXIT PARAGRAPH
           END-IF.
           IF WS-VIEW-COUNT >= 20000
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-VIEW-COUNT.
           SET WS-VW-IDX TO WS-VIEW-COUNT.
           MOVE PL-OPERATOR TO WS-VW-OPERATOR (WS-VW-IDX).
           MOVE PL-STAMP TO WS-VW-STAMP (WS-VW-IDX).
           MOVE PL-ROLE TO WS-VW-ROLE (WS-VW-IDX).
           MOVE PL-PROGRAM TO WS-VW-PROGRAM (WS-VW-IDX).
           MOVE PL-PERSON-ID TO WS-VW-PERSON (WS-VW-IDX).
           MOVE PL-UNMASKED TO WS-VW-UNMASKED (WS-VW-IDX).
           MOVE PL-FLAG TO WS-VW-FLAG (WS-VW-IDX).
           IF PL-OWN-RECORD
               ADD 1 TO WS-OWN-COUNT
           END-IF.
           IF PL-RESTRICTED-RECORD
               ADD 1 TO WS-RESTRICTED-COUNT
           END-IF.

       OPERATOR-HEADING.
           MOVE WS-VW-OPERATOR (WS-VW-IDX) TO WS-CUR-OPERATOR.
           ADD 1 TO WS-OPERATOR-COUNT.
           MOVE ZERO TO WS-OP-VIEWS.
           MOVE ZERO TO WS-OP-OWN.
           MOVE ZERO TO WS-OP-RESTRICTED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "OPERATOR " WS-CUR-OPERATOR " ROLE "
               WS-VW-ROLE (WS-VW-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE "  DATE     TIME    OPERATOR    PROGRAM     PERSON PAY"
               TO WS-REPORT-LINE.
           PERFORM PUT-LINE.

       SHOW-ONE-VIEW.
           ADD 1 TO WS-OP-VIEWS.
           IF WS-VW-FLAG (WS-VW-IDX) = "O"
               ADD 1 TO WS-OP-OWN
           END-IF.
           IF WS-VW-FLAG (WS-VW-IDX) = "R"
               ADD 1 TO WS-OP-RESTRICTED
           END-IF.
           PERFORM BUILD-VIEW-DETAIL.
           MOVE WS-VIEW-DETAIL TO WS-REPORT-LINE.
           PERFORM PUT-LINE.

       BUILD-VIEW-DETAIL.
           MOVE WS-VW-STAMP (WS-VW-IDX) TO WS-STAMP-TEXT.
           MOVE WS-STAMP-TEXT (1:8) TO VD-DATE.
           MOVE WS-STAMP-TEXT (9:6) TO VD-TIME.
           MOVE WS-VW-OPERATOR (WS-VW-IDX) TO VD-OPERATOR.
           MOVE WS-VW-PROGRAM (WS-VW-IDX) TO VD-PROGRAM.
           MOVE WS-VW-PERSON (WS-VW-IDX) TO VD-PERSON.
           IF WS-VW-UNMASKED (WS-VW-IDX) = "Y"
               MOVE "IN CLEAR" TO VD-PAY
           ELSE
               MOVE "MASKED" TO VD-PAY
           END-IF.
           EVALUATE WS-VW-FLAG (WS-VW-IDX)
               WHEN "O"
                   MOVE "*** OWN RECORD" TO VD-NOTE
               WHEN "R"
                   MOVE "*** HR-RESTRICTED" TO VD-NOTE
               WHEN OTHER
                   MOVE SPACES TO VD-NOTE
           END-EVALUATE.

       OPERATOR-TOTAL.
           MOVE WS-OP-VIEWS TO WS-COUNT-EDIT.
           MOVE WS-OP-OWN TO WS-COUNT-EDIT2.
           MOVE WS-OP-RESTRICTED TO WS-COUNT-EDIT3.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-COUNT-EDIT " VIEWS," WS-COUNT-EDIT2
               " OWN RECORD," WS-COUNT-EDIT3 " HR-RESTRICTED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.

       PUT-LINE.
           MOVE WS-REPORT-LINE TO ACCESS-REPORT-LINE.
           WRITE ACCESS-REPORT-LINE.

       DATE-TO-SERIAL.
           COMPUTE WS-PRIOR-YEAR = WS-CONV-YEAR - 1.
           COMPUTE WS-CONV-SERIAL = WS-CONV-YEAR * 365.
           DIVIDE WS-PRIOR-YEAR BY 4 GIVING WS-LEAP-WORK.
           ADD WS-LEAP-WORK TO WS-CONV-SERIAL.
           DIVIDE WS-PRIOR-YEAR BY 100 GIVING WS-LEAP-WORK.
           SUBTRACT WS-LEAP-WORK FROM WS-CONV-SERIAL.
           DIVIDE WS-PRIOR-YEAR BY 400 GIVING WS-LEAP-WORK.
           ADD WS-LEAP-WORK TO WS-CONV-SERIAL.
           ADD WS-CUM-DAYS (WS-CONV-MONTH) TO WS-CONV-SERIAL.
           ADD WS-CONV-DAY TO WS-CONV-SERIAL.
           IF WS-CONV-MONTH > 2
               DIVIDE WS-CONV-YEAR BY 4
                   GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   DIVIDE WS-CONV-YEAR BY 100
                       GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM NOT = 0
                       ADD 1 TO WS-CONV-SERIAL
                   ELSE
                       DIVIDE WS-CONV-YEAR BY 400
                           GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           ADD 1 TO WS-CONV-SERIAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       END PROGRAM ACCESSRPT.
