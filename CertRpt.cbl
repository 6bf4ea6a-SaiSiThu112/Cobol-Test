       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTRPT.

      *> monthly certificate report off Training.txt, in two parts.
      *> First every certificate an active employee holds that runs
      *> out within the look-ahead window (CERTRPT_DAYS, default
      *> 60), soonest first, so the renewal can be booked. Then
      *> every active employee in a department CertTypes.txt says
      *> must hold a certificate who has no valid one at all -
      *> never obtained, or the last one already lapsed - by
      *> department. Only the latest expiry an employee has for a
      *> certificate counts, so a renewed certificate drops off.
      *> Leavers and inactive staff are never checked. Serial-day
      *> arithmetic is the same shape EXPIRYRPT uses.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT TRAINING-FILE ASSIGN TO DYNAMIC WS-TRAINING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAINING-STATUS.

           SELECT CERT-TYPE-FILE ASSIGN TO DYNAMIC WS-CERT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

           SELECT CERT-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *> path can be overridden at run time by setting WRITETEST_PERSON
      *> in the environment - see WS-PERSON-PATH below
           SELECT PERSON ASSIGN TO DYNAMIC WS-PERSON-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PERSON-ID
               ALTERNATE RECORD KEY IS PERSON-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PERSON-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD TRAINING-FILE.
           01 TRAINING-LINE.
               COPY TRAINING-RECORD.

           FD CERT-TYPE-FILE.
           01 CERT-TYPE-LINE.
               COPY CERT-TYPE.

           FD CERT-REPORT-FILE.
           01 CERT-REPORT-LINE PIC X(100).

           FD PERSON.
           01 PERSON-INFO-FILE.
               COPY PERSON-INFO.

       WORKING-STORAGE SECTION.
           01 WS-TRAINING-TABLE.
               05 WS-TR-ENTRY OCCURS 20000 TIMES INDEXED BY WS-TR-IDX.
                   10 WS-TR-IMAGE PIC X(43).
           01 WS-TRAINING-COUNT PIC 9(5) COMP VALUE ZERO.
      *> one training line off the table, to look at
           01 WS-TRAINING-WORK.
               COPY TRAINING-RECORD REPLACING LEADING ==TR== BY ==TW==.

           01 WS-CERT-TABLE.
               05 WS-CT-ENTRY OCCURS 50 TIMES INDEXED BY WS-CT-IDX.
                   10 WS-CT-CODE PIC X(4).
                   10 WS-CT-DESC PIC X(20).
                   10 WS-CT-VALID-MONTHS PIC 9(3).
                   10 WS-CT-DEPT OCCURS 10 TIMES PIC X(4).
      *> the latest expiry this employee holds for each type, zero
      *> for none at all
                   10 WS-CT-HELD PIC 9(8).
           01 WS-CERT-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-DEPT-IDX PIC 9(4) COMP.

      *> certificates running out inside the window, soonest first
           01 WS-DUE-TABLE.
               05 WS-DU-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-DUE-COUNT
                       INDEXED BY WS-DU-IDX.
                   10 WS-DU-EXPIRY PIC 9(8).
                   10 WS-DU-DEPT PIC X(4).
                   10 WS-DU-PERSON PIC 9(5).
                   10 WS-DU-NAME PIC A(20).
                   10 WS-DU-CODE PIC X(4).
                   10 WS-DU-DAYS-LEFT PIC S9(5).
           01 WS-DUE-COUNT PIC 9(5) COMP VALUE ZERO.

      *> staff in a requiring department with no valid certificate,
      *> department by department
           01 WS-MISSING-TABLE.
               05 WS-MS-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-MISSING-COUNT
                       INDEXED BY WS-MS-IDX.
                   10 WS-MS-DEPT PIC X(4).
                   10 WS-MS-PERSON PIC 9(5).
                   10 WS-MS-CODE PIC X(4).
                   10 WS-MS-NAME PIC A(20).
                   10 WS-MS-LAST-EXPIRY PIC 9(8).
           01 WS-MISSING-COUNT PIC 9(5) COMP VALUE ZERO.

           01 WS-PERSON-EOF PIC A(1) VALUE "N".
           01 WS-TRAINING-EOF PIC A(1) VALUE "N".
           01 WS-CERT-EOF PIC A(1) VALUE "N".
           01 WS-REQUIRED-SW PIC X(1).
               88 WS-REQUIRED VALUE "Y".
               88 WS-NOT-REQUIRED VALUE "N".

           01 WS-WINDOW-IN PIC X(3) JUSTIFIED RIGHT.
           01 WS-WINDOW-DAYS PIC 9(3) VALUE 60.
           01 WS-NO-EXPIRY PIC 9(8) VALUE 99999999.

           01 WS-RUN-DATE PIC 9(8).

      *> serial-day arithmetic, the EXPIRYRPT shape
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

           01 WS-TODAY-SERIAL PIC 9(7).
           01 WS-DAYS-LEFT PIC S9(5).

           01 WS-CHECKED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CUR-DESC PIC X(20).
           01 WS-CUR-CODE PIC X(4).
           01 WS-DAYS-EDIT PIC ----9.
           01 WS-WINDOW-EDIT PIC ZZ9.
           01 WS-COUNT-EDIT PIC ZZZZ9.
           01 WS-REPORT-LINE PIC X(100).

           01 WS-TRAINING-PATH PIC X(80).
           01 WS-CERT-PATH PIC X(80).
           01 WS-REPORT-PATH PIC X(80).
           01 WS-PERSON-PATH PIC X(80).
           01 WS-TRAINING-STATUS PIC X(2).
           01 WS-CERT-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).
           01 WS-PERSON-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-TRAINING-PATH FROM ENVIRONMENT "TRAINING_FILE".
           IF WS-TRAINING-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Training.txt"
                   TO WS-TRAINING-PATH
           END-IF.
           ACCEPT WS-CERT-PATH FROM ENVIRONMENT "CERTTYPES_FILE".
           IF WS-CERT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CertTypes.txt"
                   TO WS-CERT-PATH
           END-IF.
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "CERTRPT_REPORT".
           IF WS-REPORT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CertExpiry.txt"
                   TO WS-REPORT-PATH
           END-IF.
           ACCEPT WS-PERSON-PATH FROM ENVIRONMENT "WRITETEST_PERSON".
           IF WS-PERSON-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Person Info.txt"
                   TO WS-PERSON-PATH
           END-IF.
           ACCEPT WS-WINDOW-IN FROM ENVIRONMENT "CERTRPT_DAYS".
           IF WS-WINDOW-IN NOT = SPACES
               INSPECT WS-WINDOW-IN REPLACING LEADING " " BY "0"
               IF WS-WINDOW-IN IS NUMERIC
                   MOVE WS-WINDOW-IN TO WS-WINDOW-DAYS
               END-IF
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-CONV-DATE.
           PERFORM DATE-TO-SERIAL.
           MOVE WS-CONV-SERIAL TO WS-TODAY-SERIAL.

           OPEN INPUT CERT-TYPE-FILE.
           IF WS-CERT-STATUS NOT = "00"
               DISPLAY "NO CERTIFICATE TYPE MASTER - SET THE TYPES "
                   "UP WITH CERTMAINT FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-CERT-EOF = "Y"
               READ CERT-TYPE-FILE
                   AT END MOVE "Y" TO WS-CERT-EOF
                   NOT AT END
                       IF WS-CERT-COUNT < 50
                           ADD 1 TO WS-CERT-COUNT
                           SET WS-CT-IDX TO WS-CERT-COUNT
                           MOVE CT-CERT-CODE TO WS-CT-CODE (WS-CT-IDX)
                           MOVE CT-DESC TO WS-CT-DESC (WS-CT-IDX)
                           MOVE CT-VALID-MONTHS
                               TO WS-CT-VALID-MONTHS (WS-CT-IDX)
                           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                                   UNTIL WS-DEPT-IDX > 10
                               MOVE CT-DEPT (WS-DEPT-IDX)
                                   TO WS-CT-DEPT (WS-CT-IDX,
                                       WS-DEPT-IDX)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CERT-TYPE-FILE.

      *> no training file yet means nobody holds anything - every
      *> requiring department comes out in the second part
           OPEN INPUT TRAINING-FILE.
           IF WS-TRAINING-STATUS = "00"
               PERFORM UNTIL WS-TRAINING-EOF = "Y"
                   READ TRAINING-FILE
                       AT END MOVE "Y" TO WS-TRAINING-EOF
                       NOT AT END
                           IF WS-TRAINING-COUNT < 20000
                               ADD 1 TO WS-TRAINING-COUNT
                               SET WS-TR-IDX TO WS-TRAINING-COUNT
                               MOVE TRAINING-LINE
                                   TO WS-TR-IMAGE (WS-TR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAINING-FILE
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
                       IF PERSON-ACTIVE
                           PERFORM CHECK-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERSON.

           IF WS-DUE-COUNT > ZERO
               SORT WS-DU-ENTRY
                   ASCENDING KEY WS-DU-EXPIRY
                   ASCENDING KEY WS-DU-DEPT
                   ASCENDING KEY WS-DU-PERSON
           END-IF.
           IF WS-MISSING-COUNT > ZERO
               SORT WS-MS-ENTRY
                   ASCENDING KEY WS-MS-DEPT
                   ASCENDING KEY WS-MS-PERSON
                   ASCENDING KEY WS-MS-CODE
           END-IF.

           OPEN OUTPUT CERT-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CERTIFICATE REPORT - STATUS "
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-WINDOW-DAYS TO WS-WINDOW-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CERTIFICATES EXPIRING WITHIN " WS-WINDOW-EDIT
               " DAYS OF " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO CERT-REPORT-LINE.
           WRITE CERT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.
           IF WS-DUE-COUNT = ZERO
               MOVE "NO CERTIFICATES EXPIRE INSIDE THE WINDOW"
                   TO CERT-REPORT-LINE
               WRITE CERT-REPORT-LINE
           ELSE
               MOVE "EXPIRY" TO WS-REPORT-LINE
               MOVE "DAYS" TO WS-REPORT-LINE (11:4)
               MOVE "DEPT" TO WS-REPORT-LINE (17:4)
               MOVE "EMPLOYEE" TO WS-REPORT-LINE (23:8)
               MOVE "CERTIFICATE" TO WS-REPORT-LINE (51:11)
               MOVE WS-REPORT-LINE TO CERT-REPORT-LINE
               WRITE CERT-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-DU-IDX FROM 1 BY 1
                   UNTIL WS-DU-IDX > WS-DUE-COUNT
               PERFORM WRITE-DUE-LINE
           END-PERFORM.
           MOVE WS-DUE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-COUNT-EDIT " CERTIFICATES TO RENEW"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO CERT-REPORT-LINE.
           WRITE CERT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.

           MOVE SPACES TO CERT-REPORT-LINE.
           WRITE CERT-REPORT-LINE.
           MOVE "STAFF IN A REQUIRING DEPARTMENT WITH NO VALID "
               TO WS-REPORT-LINE.
           MOVE "CERTIFICATE" TO WS-REPORT-LINE (47:11).
           MOVE WS-REPORT-LINE TO CERT-REPORT-LINE.
           WRITE CERT-REPORT-LINE.
           IF WS-MISSING-COUNT = ZERO
               MOVE "EVERY REQUIRING DEPARTMENT IS COVERED"
                   TO CERT-REPORT-LINE
               WRITE CERT-REPORT-LINE
           ELSE
               MOVE "DEPT" TO WS-REPORT-LINE
               MOVE "EMPLOYEE" TO WS-REPORT-LINE (7:8)
               MOVE "CERTIFICATE" TO WS-REPORT-LINE (35:11)
               MOVE "LAST EXPIRY" TO WS-REPORT-LINE (62:11)
               MOVE WS-REPORT-LINE TO CERT-REPORT-LINE
               WRITE CERT-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MISSING-COUNT
               PERFORM WRITE-MISSING-LINE
           END-PERFORM.
           MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-COUNT-EDIT " REQUIRED CERTIFICATES NOT HELD"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO CERT-REPORT-LINE.
           WRITE CERT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.

           CLOSE CERT-REPORT-FILE.
           DISPLAY WS-CHECKED-COUNT " ACTIVE EMPLOYEES CHECKED".
           IF WS-MISSING-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> the latest expiry this employee holds for each certificate
      *> type, then each type checked against the window and against
      *> whether the employee's department must hold it
       CHECK-ONE-EMPLOYEE.
           ADD 1 TO WS-CHECKED-COUNT.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CERT-COUNT
               MOVE ZERO TO WS-CT-HELD (WS-CT-IDX)
           END-PERFORM.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TRAINING-COUNT
               MOVE WS-TR-IMAGE (WS-TR-IDX) TO WS-TRAINING-WORK
               IF TW-PERSON-ID = PERSON-ID AND
                       TW-EXPIRY-DATE IS NUMERIC
                   PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                           UNTIL WS-CT-IDX > WS-CERT-COUNT
                       IF WS-CT-CODE (WS-CT-IDX) = TW-CERT-CODE
                           IF TW-EXPIRY-DATE > WS-CT-HELD (WS-CT-IDX)
                               MOVE TW-EXPIRY-DATE
                                   TO WS-CT-HELD (WS-CT-IDX)
                           END-IF
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CERT-COUNT
               PERFORM CHECK-ONE-CERTIFICATE
           END-PERFORM.

       CHECK-ONE-CERTIFICATE.
           SET WS-NOT-REQUIRED TO TRUE.
           IF PERSON-DEPT NOT = SPACES
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                       UNTIL WS-DEPT-IDX > 10
                   IF WS-CT-DEPT (WS-CT-IDX, WS-DEPT-IDX) = PERSON-DEPT
                       SET WS-REQUIRED TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CT-HELD (WS-CT-IDX) = ZERO
               IF WS-REQUIRED
                   PERFORM ADD-MISSING
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-CT-HELD (WS-CT-IDX) = WS-NO-EXPIRY
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CT-HELD (WS-CT-IDX) TO WS-CONV-DATE.
           IF WS-CONV-MONTH < 1 OR WS-CONV-MONTH > 12
               EXIT PARAGRAPH
           END-IF.
           PERFORM DATE-TO-SERIAL.
           COMPUTE WS-DAYS-LEFT = WS-CONV-SERIAL - WS-TODAY-SERIAL.
           IF WS-DAYS-LEFT < ZERO
               IF WS-REQUIRED
                   PERFORM ADD-MISSING
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-DAYS-LEFT > WS-WINDOW-DAYS
               EXIT PARAGRAPH
           END-IF.
           IF WS-DUE-COUNT < 20000
               ADD 1 TO WS-DUE-COUNT
               SET WS-DU-IDX TO WS-DUE-COUNT
               MOVE WS-CT-HELD (WS-CT-IDX) TO WS-DU-EXPIRY (WS-DU-IDX)
               MOVE PERSON-DEPT TO WS-DU-DEPT (WS-DU-IDX)
               MOVE PERSON-ID TO WS-DU-PERSON (WS-DU-IDX)
               MOVE PERSON-NAME TO WS-DU-NAME (WS-DU-IDX)
               MOVE WS-CT-CODE (WS-CT-IDX) TO WS-DU-CODE (WS-DU-IDX)
               MOVE WS-DAYS-LEFT TO WS-DU-DAYS-LEFT (WS-DU-IDX)
           END-IF.

       ADD-MISSING.
           IF WS-MISSING-COUNT < 20000
               ADD 1 TO WS-MISSING-COUNT
               SET WS-MS-IDX TO WS-MISSING-COUNT
               MOVE PERSON-DEPT TO WS-MS-DEPT (WS-MS-IDX)
               MOVE PERSON-ID TO WS-MS-PERSON (WS-MS-IDX)
               MOVE WS-CT-CODE (WS-CT-IDX) TO WS-MS-CODE (WS-MS-IDX)
               MOVE PERSON-NAME TO WS-MS-NAME (WS-MS-IDX)
               MOVE WS-CT-HELD (WS-CT-IDX)
                   TO WS-MS-LAST-EXPIRY (WS-MS-IDX)
           END-IF.

       FIND-CERT-DESC.
           MOVE SPACES TO WS-CUR-DESC.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CERT-COUNT
               IF WS-CT-CODE (WS-CT-IDX) = WS-CUR-CODE
                   MOVE WS-CT-DESC (WS-CT-IDX) TO WS-CUR-DESC
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-DUE-LINE.
           MOVE WS-DU-CODE (WS-DU-IDX) TO WS-CUR-CODE.
           PERFORM FIND-CERT-DESC.
           MOVE WS-DU-DAYS-LEFT (WS-DU-IDX) TO WS-DAYS-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-DU-EXPIRY (WS-DU-IDX) " " WS-DAYS-EDIT
               "  " WS-DU-DEPT (WS-DU-IDX)
               "  " WS-DU-PERSON (WS-DU-IDX)
               " " WS-DU-NAME (WS-DU-IDX)
               "  " WS-DU-CODE (WS-DU-IDX)
               " " WS-CUR-DESC
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO CERT-REPORT-LINE.
           WRITE CERT-REPORT-LINE.

       WRITE-MISSING-LINE.
           MOVE WS-MS-CODE (WS-MS-IDX) TO WS-CUR-CODE.
           PERFORM FIND-CERT-DESC.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-MS-LAST-EXPIRY (WS-MS-IDX) = ZERO
               STRING WS-MS-DEPT (WS-MS-IDX)
                   "  " WS-MS-PERSON (WS-MS-IDX)
                   " " WS-MS-NAME (WS-MS-IDX)
                   "  " WS-MS-CODE (WS-MS-IDX)
                   " " WS-CUR-DESC
                   "  NEVER HELD"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING WS-MS-DEPT (WS-MS-IDX)
                   "  " WS-MS-PERSON (WS-MS-IDX)
                   " " WS-MS-NAME (WS-MS-IDX)
                   "  " WS-MS-CODE (WS-MS-IDX)
                   " " WS-CUR-DESC
                   "  " WS-MS-LAST-EXPIRY (WS-MS-IDX)
                   " *** LAPSED ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           MOVE WS-REPORT-LINE TO CERT-REPORT-LINE.
           WRITE CERT-REPORT-LINE.

      *> serial day number: whole years before this one (365 plus one
      *> per leap year), days in the months already passed (plus one
      *> after February in a leap year), then the day itself
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

       END PROGRAM CERTRPT.
