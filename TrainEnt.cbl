       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAINENT.

      *> training records onto Training.txt, one line per
      *> certificate an employee obtains: the employee is verified
      *> active on Person Info.txt, the certificate type must be on
      *> CertTypes.txt, and the date obtained must be a real date
      *> no later than today. The expiry is worked out here - the
      *> obtained date plus the type's validity months, the day cut
      *> back to the month end where the month is shorter - and a
      *> type that never lapses gets 99999999. A renewal is keyed
      *> as a new certificate; Delete takes off a line keyed in
      *> error, and List shows one employee's certificates with
      *> the ones already lapsed marked. The file is held under the
      *> TRAINING lock while it is being changed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT TRAINING-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CERT-TYPE-FILE ASSIGN TO DYNAMIC WS-CERT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

      *> path can be overridden at run time by setting WRITETEST_PERSON
      *> in the environment - see WS-PERSON-PATH below
           SELECT PERSON ASSIGN TO DYNAMIC WS-PERSON-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
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
           01 WS-CERT-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-CERT-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".

           01 WS-ASK-ID PIC 9(5).
           01 WS-ASK-CODE PIC X(4).
           01 WS-ASK-DATE PIC 9(8).
           01 WS-ASK-DATE-FIELDS REDEFINES WS-ASK-DATE.
               05 WS-ASK-YEAR PIC 9(4).
               05 WS-ASK-MONTH PIC 9(2).
               05 WS-ASK-DAY PIC 9(2).
           01 WS-EXPIRY-DATE PIC 9(8).
           01 WS-EXPIRY-FIELDS REDEFINES WS-EXPIRY-DATE.
               05 WS-EXP-YEAR PIC 9(4).
               05 WS-EXP-MONTH PIC 9(2).
               05 WS-EXP-DAY PIC 9(2).
           01 WS-NO-EXPIRY PIC 9(8) VALUE 99999999.
           01 WS-MONTH-COUNT PIC 9(6).
           01 WS-MONTH-REM PIC 9(2).

           01 WS-MONTH-DAYS-TABLE.
               05 FILLER PIC X(24) VALUE "312831303130313130313031".
           01 WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
               05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
           01 WS-LEAP-WORK PIC 9(4).
           01 WS-LEAP-REM PIC 9(4).
           01 WS-DIM-YEAR PIC 9(4).
           01 WS-DIM-MONTH PIC 9(2).
           01 WS-DIM-DAYS PIC 9(2).

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(5) COMP.
           01 WS-SHIFT-IDX PIC 9(5) COMP.
           01 WS-CERT-MATCH PIC 9(4) COMP.
           01 WS-LISTED PIC 9(4) VALUE ZERO.
           01 WS-TODAY PIC 9(8).
           01 WS-OPERATOR-ID PIC X(10).

      *> the shared-file interlock
           01 WS-LOCK-PARM.
               05 FL-ACTION PIC X(1).
               05 FL-LOCK-NAME PIC X(20).
               05 FL-HOLDER PIC X(10).
               05 FL-RESULT PIC X(1).
                   88 FL-GRANTED VALUE "G".
                   88 FL-HELD VALUE "H".
               05 FL-MESSAGE PIC X(40).

           01 WS-MASTER-PATH PIC X(80).
           01 WS-CERT-PATH PIC X(80).
           01 WS-PERSON-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-CERT-STATUS PIC X(2).
           01 WS-PERSON-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "TRAINING_FILE".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Training.txt"
                   TO WS-MASTER-PATH
           END-IF.
           ACCEPT WS-CERT-PATH FROM ENVIRONMENT "CERTTYPES_FILE".
           IF WS-CERT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CertTypes.txt"
                   TO WS-CERT-PATH
           END-IF.
           ACCEPT WS-PERSON-PATH FROM ENVIRONMENT "WRITETEST_PERSON".
           IF WS-PERSON-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Person Info.txt"
                   TO WS-PERSON-PATH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

      *> no certificate can be keyed that is not on the master
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
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CERT-TYPE-FILE.

           OPEN INPUT PERSON.
           IF WS-PERSON-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PERSON FILE - STATUS "
                   WS-PERSON-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "A" TO FL-ACTION.
           MOVE "TRAINING" TO FL-LOCK-NAME.
           MOVE "TRAINENT" TO FL-HOLDER.
           CALL "FILELOCK" USING WS-LOCK-PARM.
           IF NOT FL-GRANTED
               DISPLAY "TRAINING RECORDS ARE BEING UPDATED BY "
                   FL-HOLDER " - TRY AGAIN SHORTLY"
               CLOSE PERSON
               STOP RUN
           END-IF.

      *> a training file that does not exist yet is simply empty
           OPEN INPUT TRAINING-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ TRAINING-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
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

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "TRAINING - A=ADD D=DELETE L=LIST Q=QUIT"
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-TRAINING
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-TRAINING
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-TRAINING
                   WHEN "Q"
                   WHEN "q"
                       SET WS-QUIT TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM.

           CLOSE PERSON.
           PERFORM WRITE-MASTER-BACK.
           MOVE "R" TO FL-ACTION.
           CALL "FILELOCK" USING WS-LOCK-PARM.
           STOP RUN.

       ACCEPT-CERT-CODE.
           DISPLAY "Enter certificate code" WITH NO ADVANCING.
           ACCEPT WS-ASK-CODE.
           INSPECT WS-ASK-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CERT-COUNT
               IF WS-CT-CODE (WS-CT-IDX) = WS-ASK-CODE
                   SET WS-FOUND TO TRUE
                   MOVE WS-CT-IDX TO WS-CERT-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> the date obtained as YYYYMMDD - a calendar date no later
      *> than today, or it comes back as zero
       ACCEPT-OBTAINED-DATE.
           DISPLAY "Enter date obtained YYYYMMDD" WITH NO ADVANCING.
           ACCEPT WS-ASK-DATE.
           IF WS-ASK-MONTH < 1 OR WS-ASK-MONTH > 12 OR
                   WS-ASK-DAY < 1
               MOVE ZERO TO WS-ASK-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ASK-YEAR TO WS-DIM-YEAR.
           MOVE WS-ASK-MONTH TO WS-DIM-MONTH.
           PERFORM DAYS-IN-MONTH.
           IF WS-ASK-DAY > WS-DIM-DAYS OR WS-ASK-DATE > WS-TODAY
               MOVE ZERO TO WS-ASK-DATE
           END-IF.

       FIND-TRAINING.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TRAINING-COUNT
               MOVE WS-TR-IMAGE (WS-TR-IDX) TO WS-TRAINING-WORK
               IF TW-PERSON-ID = WS-ASK-ID AND
                       TW-CERT-CODE = WS-ASK-CODE AND
                       TW-OBTAINED-DATE = WS-ASK-DATE
                   SET WS-FOUND TO TRUE
                   MOVE WS-TR-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-TRAINING.
           IF WS-TRAINING-COUNT >= 20000
               DISPLAY "TRAINING TABLE FULL - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter employee ID" WITH NO ADVANCING.
           ACCEPT WS-ASK-ID.
           MOVE WS-ASK-ID TO PERSON-ID.
           READ PERSON
               INVALID KEY
                   DISPLAY "EMPLOYEE " WS-ASK-ID " IS NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ.
           IF NOT PERSON-ACTIVE
               DISPLAY PERSON-NAME " IS NOT ACTIVE - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-CERT-CODE.
           IF WS-NOT-FOUND
               DISPLAY "NO CERTIFICATE " WS-ASK-CODE
                   " - SEE CERTMAINT"
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-OBTAINED-DATE.
           IF WS-ASK-DATE = ZERO
               DISPLAY "NOT A DATE, OR LATER THAN TODAY - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-TRAINING.
           IF WS-FOUND
               DISPLAY PERSON-NAME " ALREADY HAS " WS-ASK-CODE
                   " OBTAINED " WS-ASK-DATE
               EXIT PARAGRAPH
           END-IF.
           PERFORM WORK-OUT-EXPIRY.
           INITIALIZE WS-TRAINING-WORK.
           MOVE WS-ASK-ID TO TW-PERSON-ID.
           MOVE WS-ASK-CODE TO TW-CERT-CODE.
           MOVE WS-ASK-DATE TO TW-OBTAINED-DATE.
           MOVE WS-EXPIRY-DATE TO TW-EXPIRY-DATE.
           MOVE WS-TODAY TO TW-ENTERED-DATE.
           MOVE WS-OPERATOR-ID TO TW-OPERATOR.
           ADD 1 TO WS-TRAINING-COUNT.
           SET WS-TR-IDX TO WS-TRAINING-COUNT.
           MOVE WS-TRAINING-WORK TO WS-TR-IMAGE (WS-TR-IDX).
           IF WS-EXPIRY-DATE = WS-NO-EXPIRY
               DISPLAY WS-ASK-CODE " ADDED FOR " PERSON-NAME
                   " - NEVER LAPSES"
           ELSE
               DISPLAY WS-ASK-CODE " ADDED FOR " PERSON-NAME
                   " - EXPIRES " WS-EXPIRY-DATE
           END-IF.

      *> obtained date plus the validity months, as a month count so
      *> the year rolls over; a day past the end of the new month
      *> (31 January plus one month) is cut back to its last day
       WORK-OUT-EXPIRY.
           IF WS-CT-VALID-MONTHS (WS-CERT-MATCH) = ZERO
               MOVE WS-NO-EXPIRY TO WS-EXPIRY-DATE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MONTH-COUNT = WS-ASK-YEAR * 12
               + WS-ASK-MONTH - 1
               + WS-CT-VALID-MONTHS (WS-CERT-MATCH).
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-EXP-YEAR REMAINDER WS-MONTH-REM.
           COMPUTE WS-EXP-MONTH = WS-MONTH-REM + 1.
           MOVE WS-ASK-DAY TO WS-EXP-DAY.
           MOVE WS-EXP-YEAR TO WS-DIM-YEAR.
           MOVE WS-EXP-MONTH TO WS-DIM-MONTH.
           PERFORM DAYS-IN-MONTH.
           IF WS-EXP-DAY > WS-DIM-DAYS
               MOVE WS-DIM-DAYS TO WS-EXP-DAY
           END-IF.

       DELETE-TRAINING.
           DISPLAY "Enter employee ID" WITH NO ADVANCING.
           ACCEPT WS-ASK-ID.
           PERFORM ACCEPT-CERT-CODE.
           DISPLAY "Enter date obtained YYYYMMDD" WITH NO ADVANCING.
           ACCEPT WS-ASK-DATE.
           PERFORM FIND-TRAINING.
           IF WS-NOT-FOUND
               DISPLAY "NO " WS-ASK-CODE " OBTAINED " WS-ASK-DATE
                   " FOR EMPLOYEE " WS-ASK-ID
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATCH-IDX TO WS-SHIFT-IDX.
           PERFORM UNTIL WS-SHIFT-IDX NOT < WS-TRAINING-COUNT
               MOVE WS-TR-ENTRY (WS-SHIFT-IDX + 1)
                   TO WS-TR-ENTRY (WS-SHIFT-IDX)
               ADD 1 TO WS-SHIFT-IDX
           END-PERFORM.
           SUBTRACT 1 FROM WS-TRAINING-COUNT.
           DISPLAY "TRAINING LINE DELETED".

       LIST-TRAINING.
           DISPLAY "Enter employee ID" WITH NO ADVANCING.
           ACCEPT WS-ASK-ID.
           MOVE ZERO TO WS-LISTED.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TRAINING-COUNT
               MOVE WS-TR-IMAGE (WS-TR-IDX) TO WS-TRAINING-WORK
               IF TW-PERSON-ID = WS-ASK-ID
                   ADD 1 TO WS-LISTED
                   EVALUATE TRUE
                       WHEN TW-EXPIRY-DATE = WS-NO-EXPIRY
                           DISPLAY "  " TW-CERT-CODE " OBTAINED "
                               TW-OBTAINED-DATE " NEVER LAPSES"
                       WHEN TW-EXPIRY-DATE < WS-TODAY
                           DISPLAY "  " TW-CERT-CODE " OBTAINED "
                               TW-OBTAINED-DATE " EXPIRED "
                               TW-EXPIRY-DATE " *** LAPSED ***"
                       WHEN OTHER
                           DISPLAY "  " TW-CERT-CODE " OBTAINED "
                               TW-OBTAINED-DATE " EXPIRES "
                               TW-EXPIRY-DATE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           DISPLAY WS-LISTED " CERTIFICATES ON FILE FOR " WS-ASK-ID.

      *> the days in month WS-DIM-MONTH of year WS-DIM-YEAR
       DAYS-IN-MONTH.
           MOVE WS-MONTH-DAYS (WS-DIM-MONTH) TO WS-DIM-DAYS.
           IF WS-DIM-MONTH = 2
               DIVIDE WS-DIM-YEAR BY 4
                   GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   DIVIDE WS-DIM-YEAR BY 100
                       GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM NOT = 0
                       ADD 1 TO WS-DIM-DAYS
                   ELSE
                       DIVIDE WS-DIM-YEAR BY 400
                           GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           ADD 1 TO WS-DIM-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-MASTER-BACK.
           OPEN OUTPUT TRAINING-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING TRAINING FILE - STATUS "
                   WS-MASTER-STATUS
               MOVE "R" TO FL-ACTION
               CALL "FILELOCK" USING WS-LOCK-PARM
               STOP RUN
           END-IF.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TRAINING-COUNT
               MOVE WS-TR-IMAGE (WS-TR-IDX) TO TRAINING-LINE
               WRITE TRAINING-LINE
           END-PERFORM.
           CLOSE TRAINING-FILE.
           DISPLAY "TRAINING FILE REWRITTEN".

       END PROGRAM TRAINENT.
