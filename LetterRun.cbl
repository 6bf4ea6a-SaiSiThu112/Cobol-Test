       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTERRUN.

      *> the daily student letter run: picks up the day's events and
      *> writes one print-ready letter for each to a dated letters
      *> file (Letters-YYYYMMDD.txt in the data directory), from the
      *> standard wording kept in LetterTemplates.txt -
      *>   E  enrollment confirmation - the ENROLLED lines ENROLL
      *>      logs to EnrollAudit.txt
      *>   W  withdrawal letter - the WITHDRAWN lines in
      *>      WithdrawAudit.txt, with the refund credited that day
      *>   P  waitlist promotion notice - Waitlist.txt lines WITHDRAW
      *>      or COURSEDROP promoted that day
      *>   A  arrears reminder - the students the arrears statement
      *>      run that day listed in ArrearsList.txt
      *> The merge fields in the template lines are filled from the
      *> roster, the course and term masters and the event itself.
      *> Every letter produced is logged to LetterLog.txt, and an
      *> event already in the log is never written again, so the
      *> run can be repeated safely. An event whose letter type has
      *> no template is left for a later run and counted. The day
      *> is today, or YYYYMMDD on the command line.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT TEMPLATE-FILE ASSIGN TO DYNAMIC WS-TEMPLATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.

           SELECT LETTER-LOG-FILE ASSIGN TO DYNAMIC WS-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT STUDENT ASSIGN TO DYNAMIC WS-STUDENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO DYNAMIC WS-COURSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT TERM-MASTER-FILE ASSIGN TO DYNAMIC WS-TERM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

           SELECT CHARGE-FILE ASSIGN TO DYNAMIC WS-CHARGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-STATUS.

      *> the two audit trails, under the names ENROLL and WITHDRAW
      *> write them by
           SELECT ENROLL-AUDIT-FILE ASSIGN TO "EnrollAudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-AUDIT-STATUS.

           SELECT WITHDRAW-AUDIT-FILE ASSIGN TO "WithdrawAudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WITHDRAW-AUDIT-STATUS.

           SELECT WAITLIST-FILE ASSIGN TO DYNAMIC WS-WAITLIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAITLIST-STATUS.

           SELECT ARREARS-LIST-FILE ASSIGN TO DYNAMIC WS-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT LETTER-FILE ASSIGN TO DYNAMIC WS-LETTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD TEMPLATE-FILE.
           01 TEMPLATE-LINE.
               COPY LETTER-TEMPLATE.

           FD LETTER-LOG-FILE.
           01 LETTER-LOG-LINE.
               COPY LETTER-LOG.

           FD STUDENT.
           01 STUDENT-REC.
               COPY STUDENT.

           FD COURSE-MASTER-FILE.
           01 COURSE-MASTER-LINE.
               COPY COURSE-MASTER.

           FD TERM-MASTER-FILE.
           01 TERM-MASTER-LINE.
               COPY TERM-MASTER.

           FD CHARGE-FILE.
           01 CHARGE-REC.
               COPY CHARGE.

      *> the ENROLLED line LOG-ENROLLMENT writes, field by field
           FD ENROLL-AUDIT-FILE.
           01 ENROLL-AUDIT-LINE PIC X(80).
           01 ENROLL-AUDIT-VIEW.
               05 EA-KIND PIC X(9).
               05 EA-STUDENT-ID PIC 9(5).
               05 FILLER PIC X(8).
               05 EA-COURSE-CODE PIC X(5).
               05 FILLER PIC X(6).
               05 EA-TERM PIC X(6).
               05 FILLER PIC X(6).
               05 EA-DATE PIC 9(8).
               05 FILLER PIC X(27).

      *> the WITHDRAW line WITHDRAW-ONE-STUDENT writes
           FD WITHDRAW-AUDIT-FILE.
           01 WITHDRAW-AUDIT-LINE PIC X(80).
           01 WITHDRAW-AUDIT-VIEW.
               05 WA-KIND PIC X(9).
               05 WA-STUDENT-ID PIC 9(5).
               05 FILLER PIC X(9).
               05 WA-OUTCOME PIC X(15).
               05 FILLER PIC X(6).
               05 WA-DATE PIC 9(8).
               05 FILLER PIC X(28).

           FD WAITLIST-FILE.
           01 WAITLIST-REC.
               COPY WAITLIST.

           FD ARREARS-LIST-FILE.
           01 ARREARS-LIST-LINE.
               COPY ARREARS-NOTICE.

           FD LETTER-FILE.
           01 LETTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-TEMPLATE-TABLE.
               05 WS-TL-ENTRY OCCURS 500 TIMES INDEXED BY WS-TL-IDX.
                   10 WS-TL-TYPE PIC X(1).
                   10 WS-TL-TEXT PIC X(70).
           01 WS-TEMPLATE-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-LOG-TABLE.
               05 WS-LG-ENTRY OCCURS 5000 TIMES INDEXED BY WS-LG-IDX.
                   10 WS-LG-KEY PIC X(19).
           01 WS-LOG-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-STUDENT-TABLE.
               05 WS-ST-ENTRY OCCURS 2000 TIMES INDEXED BY WS-ST-IDX.
                   10 WS-ST-ID PIC 9(5).
                   10 WS-ST-NAME PIC X(15).
           01 WS-STUDENT-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-COURSE-TABLE.
               05 WS-CM-ENTRY OCCURS 500 TIMES INDEXED BY WS-CM-IDX.
                   10 WS-CM-CODE PIC X(5).
                   10 WS-CM-TITLE PIC X(20).
           01 WS-COURSE-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-TERM-TABLE.
               05 WS-TM-ENTRY OCCURS 100 TIMES INDEXED BY WS-TM-IDX.
                   10 WS-TM-CODE PIC X(6).
                   10 WS-TM-START PIC 9(8).
                   10 WS-TM-END PIC 9(8).
           01 WS-TERM-COUNT PIC 9(4) COMP VALUE ZERO.

      *> withdrawal refunds credited on the day, per student
           01 WS-REFUND-TABLE.
               05 WS-RF-ENTRY OCCURS 500 TIMES INDEXED BY WS-RF-IDX.
                   10 WS-RF-STUDENT PIC 9(5).
                   10 WS-RF-AMOUNT PIC 9(9)V99.
           01 WS-REFUND-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-ARGS PIC X(8).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-TODAY PIC 9(8).

           01 WS-TEMPLATE-EOF PIC A(1) VALUE "N".
           01 WS-LOG-EOF PIC A(1) VALUE "N".
           01 WS-STUDENT-EOF PIC A(1) VALUE "N".
           01 WS-COURSE-EOF PIC A(1) VALUE "N".
           01 WS-TERM-EOF PIC A(1) VALUE "N".
           01 WS-CHARGE-EOF PIC A(1) VALUE "N".
           01 WS-EVENT-EOF PIC A(1).
           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".

      *> the event a letter is being written for - the first four
      *> fields are the letter-log key
           01 WS-EVENT.
               05 WS-EVENT-KEY.
                   10 WS-EV-TYPE PIC X(1).
                   10 WS-EV-STUDENT PIC 9(5).
                   10 WS-EV-COURSE PIC X(5).
                   10 WS-EV-DATE PIC 9(8).
               05 WS-EV-TERM PIC X(6).
               05 WS-EV-AMOUNT PIC 9(9)V99.
               05 WS-EV-DUE PIC 9(8).

           01 WS-WRITTEN-COUNTS.
               05 WS-ENROLLED-COUNT PIC 9(4) VALUE ZERO.
               05 WS-WITHDRAWN-COUNT PIC 9(4) VALUE ZERO.
               05 WS-PROMOTED-COUNT PIC 9(4) VALUE ZERO.
               05 WS-ARREARS-COUNT PIC 9(4) VALUE ZERO.
           01 WS-LETTER-COUNT PIC 9(4) VALUE ZERO.
           01 WS-ALREADY-COUNT PIC 9(4) VALUE ZERO.
           01 WS-NO-TEMPLATE-COUNT PIC 9(4) VALUE ZERO.

      *> merge fields for the letter in hand
           01 WS-M-NAME PIC X(15).
           01 WS-M-TITLE PIC X(20).
           01 WS-M-TERM PIC X(6).
           01 WS-M-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-M-DATE PIC X(20).
           01 WS-M-DUE PIC X(20).
           01 WS-M-TODAY PIC X(20).

      *> merging one template line
           01 WS-IN-LINE PIC X(70).
           01 WS-OUT-LINE PIC X(80).
           01 WS-IN-POS PIC 9(3) COMP.
           01 WS-OUT-POS PIC 9(3) COMP.
           01 WS-TAG-END PIC 9(3) COMP.
           01 WS-TAG-LIMIT PIC 9(3) COMP.
           01 WS-TAG-LENGTH PIC 9(3) COMP.
           01 WS-TAG PIC X(8).
           01 WS-MERGE-VALUE PIC X(30).
           01 WS-V-START PIC 9(3) COMP.
           01 WS-V-END PIC 9(3) COMP.
           01 WS-V-POS PIC 9(3) COMP.
           01 WS-TAG-KNOWN-SW PIC X(1).
               88 WS-TAG-KNOWN VALUE "Y".

      *> dates printed the way a letter gives them
           01 WS-FMT-DATE.
               05 WS-FMT-YEAR PIC 9(4).
               05 WS-FMT-MONTH PIC 9(2).
               05 WS-FMT-DAY PIC 9(2).
           01 WS-FMT-OUT PIC X(20).
           01 WS-MONTH-NAMES.
               05 FILLER PIC X(9) VALUE "JANUARY".
               05 FILLER PIC X(9) VALUE "FEBRUARY".
               05 FILLER PIC X(9) VALUE "MARCH".
               05 FILLER PIC X(9) VALUE "APRIL".
               05 FILLER PIC X(9) VALUE "MAY".
               05 FILLER PIC X(9) VALUE "JUNE".
               05 FILLER PIC X(9) VALUE "JULY".
               05 FILLER PIC X(9) VALUE "AUGUST".
               05 FILLER PIC X(9) VALUE "SEPTEMBER".
               05 FILLER PIC X(9) VALUE "OCTOBER".
               05 FILLER PIC X(9) VALUE "NOVEMBER".
               05 FILLER PIC X(9) VALUE "DECEMBER".
           01 WS-MONTH-NAMES-R REDEFINES WS-MONTH-NAMES.
               05 WS-MONTH-NAME OCCURS 12 TIMES PIC X(9).

      *> one letter run at a time, or two could both find an event
      *> missing from the log
           01 WS-LOCK-PARM.
               05 FL-ACTION PIC X(1).
               05 FL-LOCK-NAME PIC X(20).
               05 FL-HOLDER PIC X(10).
               05 FL-RESULT PIC X(1).
                   88 FL-GRANTED VALUE "G".
                   88 FL-HELD VALUE "H".
               05 FL-MESSAGE PIC X(40).

           01 WS-DATA-DIR PIC X(60).
           01 WS-TEMPLATE-PATH PIC X(80).
           01 WS-LOG-PATH PIC X(80).
           01 WS-STUDENT-PATH PIC X(80).
           01 WS-COURSE-PATH PIC X(80).
           01 WS-TERM-PATH PIC X(80).
           01 WS-CHARGE-PATH PIC X(80).
           01 WS-WAITLIST-PATH PIC X(80).
           01 WS-LIST-PATH PIC X(80).
           01 WS-LETTER-PATH PIC X(80).
           01 WS-TEMPLATE-STATUS PIC X(2).
           01 WS-LOG-STATUS PIC X(2).
           01 WS-STUDENT-STATUS PIC X(2).
           01 WS-COURSE-STATUS PIC X(2).
           01 WS-TERM-STATUS PIC X(2).
           01 WS-CHARGE-STATUS PIC X(2).
           01 WS-ENROLL-AUDIT-STATUS PIC X(2).
           01 WS-WITHDRAW-AUDIT-STATUS PIC X(2).
           01 WS-WAITLIST-STATUS PIC X(2).
           01 WS-LIST-STATUS PIC X(2).
           01 WS-LETTER-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-ARGS FROM COMMAND-LINE.
           IF WS-ARGS = SPACES
               MOVE WS-TODAY TO WS-RUN-DATE
           ELSE
               IF WS-ARGS NOT NUMERIC
                   DISPLAY "LETTERRUN: GIVE THE DAY AS YYYYMMDD ON "
                       "THE COMMAND LINE, OR NOTHING FOR TODAY"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ARGS TO WS-RUN-DATE
           END-IF.

           ACCEPT WS-TEMPLATE-PATH FROM ENVIRONMENT "LETTER_TEMPLATES".
           IF WS-TEMPLATE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\LetterTemplates.txt"
                   TO WS-TEMPLATE-PATH
           END-IF.
           ACCEPT WS-LOG-PATH FROM ENVIRONMENT "LETTER_LOG".
           IF WS-LOG-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\LetterLog.txt"
                   TO WS-LOG-PATH
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
           ACCEPT WS-TERM-PATH FROM ENVIRONMENT "TERMMASTER_FILE".
           IF WS-TERM-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\TermMaster.txt"
                   TO WS-TERM-PATH
           END-IF.
           ACCEPT WS-CHARGE-PATH FROM ENVIRONMENT "CHARGES_FILE".
           IF WS-CHARGE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Charges.txt"
                   TO WS-CHARGE-PATH
           END-IF.
           ACCEPT WS-WAITLIST-PATH FROM ENVIRONMENT "WAITLIST_FILE".
           IF WS-WAITLIST-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Waitlist.txt"
                   TO WS-WAITLIST-PATH
           END-IF.
           ACCEPT WS-LIST-PATH FROM ENVIRONMENT "ARREARS_LIST".
           IF WS-LIST-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ArrearsList.txt"
                   TO WS-LIST-PATH
           END-IF.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "ASSIGNTWO_DATA_DIR".
           IF WS-DATA-DIR = SPACES
               MOVE "C:\Users\25-00229\Desktop\" TO WS-DATA-DIR
           END-IF.
           MOVE SPACES TO WS-LETTER-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
               "Letters-" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-LETTER-PATH.

           OPEN INPUT TEMPLATE-FILE.
           IF WS-TEMPLATE-STATUS NOT = "00"
               DISPLAY "NO LETTER TEMPLATES - SET UP "
                   "LetterTemplates.txt FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-TEMPLATE-EOF = "Y"
               READ TEMPLATE-FILE
                   AT END MOVE "Y" TO WS-TEMPLATE-EOF
                   NOT AT END
                       IF WS-TEMPLATE-COUNT < 500
                           ADD 1 TO WS-TEMPLATE-COUNT
                           SET WS-TL-IDX TO WS-TEMPLATE-COUNT
                           MOVE LT-LETTER-TYPE
                               TO WS-TL-TYPE (WS-TL-IDX)
                           MOVE LT-TEXT TO WS-TL-TEXT (WS-TL-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TEMPLATE-FILE.

           MOVE "A" TO FL-ACTION.
           MOVE "LETTERS" TO FL-LOCK-NAME.
           MOVE "LETTERRUN" TO FL-HOLDER.
           CALL "FILELOCK" USING WS-LOCK-PARM.
           IF NOT FL-GRANTED
               DISPLAY "LETTERS ARE BEING PRODUCED BY " FL-HOLDER
                   " - TRY AGAIN SHORTLY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> no log yet just means no letter has ever gone out
           OPEN INPUT LETTER-LOG-FILE.
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL WS-LOG-EOF = "Y"
                   READ LETTER-LOG-FILE
                       AT END MOVE "Y" TO WS-LOG-EOF
                       NOT AT END
                           IF WS-LOG-COUNT < 5000
                               ADD 1 TO WS-LOG-COUNT
                               SET WS-LG-IDX TO WS-LOG-COUNT
                               MOVE LL-EVENT-KEY
                                   TO WS-LG-KEY (WS-LG-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LETTER-LOG-FILE
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

           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-COURSE-STATUS = "00"
               PERFORM UNTIL WS-COURSE-EOF = "Y"
                   READ COURSE-MASTER-FILE
                       AT END MOVE "Y" TO WS-COURSE-EOF
                       NOT AT END
                           IF WS-COURSE-COUNT < 500
                               ADD 1 TO WS-COURSE-COUNT
                               SET WS-CM-IDX TO WS-COURSE-COUNT
                               MOVE COURSE-CODE
                                   TO WS-CM-CODE (WS-CM-IDX)
                               MOVE COURSE-TITLE
                                   TO WS-CM-TITLE (WS-CM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-MASTER-FILE
           END-IF.

           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TERM-STATUS = "00"
               PERFORM UNTIL WS-TERM-EOF = "Y"
                   READ TERM-MASTER-FILE
                       AT END MOVE "Y" TO WS-TERM-EOF
                       NOT AT END
                           IF WS-TERM-COUNT < 100
                               ADD 1 TO WS-TERM-COUNT
                               SET WS-TM-IDX TO WS-TERM-COUNT
                               MOVE TM-TERM-CODE
                                   TO WS-TM-CODE (WS-TM-IDX)
                               MOVE TM-START-DATE
                                   TO WS-TM-START (WS-TM-IDX)
                               MOVE TM-END-DATE TO WS-TM-END (WS-TM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-MASTER-FILE
           END-IF.

      *> what each withdrawal of the day was refunded
           OPEN INPUT CHARGE-FILE.
           IF WS-CHARGE-STATUS = "00"
               PERFORM UNTIL WS-CHARGE-EOF = "Y"
                   READ CHARGE-FILE
                       AT END MOVE "Y" TO WS-CHARGE-EOF
                       NOT AT END
                           IF CH-TYPE = "W" AND
                                   CH-DATE = WS-RUN-DATE
                               PERFORM NOTE-ONE-REFUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGE-FILE
           END-IF.

           OPEN EXTEND LETTER-FILE.
           IF WS-LETTER-STATUS = "35"
               OPEN OUTPUT LETTER-FILE
           END-IF.
           IF WS-LETTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LETTERS FILE - STATUS "
                   WS-LETTER-STATUS
               MOVE "R" TO FL-ACTION
               CALL "FILELOCK" USING WS-LOCK-PARM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND LETTER-LOG-FILE.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LETTER-LOG-FILE
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LETTER LOG - STATUS "
                   WS-LOG-STATUS
               CLOSE LETTER-FILE
               MOVE "R" TO FL-ACTION
               CALL "FILELOCK" USING WS-LOCK-PARM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-TODAY TO WS-FMT-DATE.
           PERFORM FORMAT-THE-DATE.
           MOVE WS-FMT-OUT TO WS-M-TODAY.

      *> enrollment confirmations
           MOVE "N" TO WS-EVENT-EOF.
           OPEN INPUT ENROLL-AUDIT-FILE.
           IF WS-ENROLL-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-EVENT-EOF = "Y"
                   READ ENROLL-AUDIT-FILE
                       AT END MOVE "Y" TO WS-EVENT-EOF
                       NOT AT END
                           IF EA-KIND = "ENROLLED " AND
                                   EA-DATE = WS-RUN-DATE
                               INITIALIZE WS-EVENT
                               MOVE "E" TO WS-EV-TYPE
                               MOVE EA-STUDENT-ID TO WS-EV-STUDENT
                               MOVE EA-COURSE-CODE TO WS-EV-COURSE
                               MOVE EA-DATE TO WS-EV-DATE
                               MOVE EA-TERM TO WS-EV-TERM
                               PERFORM PRODUCE-ONE-LETTER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-AUDIT-FILE
           END-IF.

      *> withdrawal letters
           MOVE "N" TO WS-EVENT-EOF.
           OPEN INPUT WITHDRAW-AUDIT-FILE.
           IF WS-WITHDRAW-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-EVENT-EOF = "Y"
                   READ WITHDRAW-AUDIT-FILE
                       AT END MOVE "Y" TO WS-EVENT-EOF
                       NOT AT END
                           IF WA-KIND = "WITHDRAW " AND
                                   WA-OUTCOME = "WITHDRAWN" AND
                                   WA-DATE = WS-RUN-DATE
                               INITIALIZE WS-EVENT
                               MOVE "W" TO WS-EV-TYPE
                               MOVE WA-STUDENT-ID TO WS-EV-STUDENT
                               MOVE WA-DATE TO WS-EV-DATE
                               PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                                       UNTIL WS-RF-IDX >
                                           WS-REFUND-COUNT
                                   IF WS-RF-STUDENT (WS-RF-IDX) =
                                           WS-EV-STUDENT
                                       MOVE WS-RF-AMOUNT (WS-RF-IDX)
                                           TO WS-EV-AMOUNT
                                   END-IF
                               END-PERFORM
                               PERFORM PRODUCE-ONE-LETTER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WITHDRAW-AUDIT-FILE
           END-IF.

      *> waitlist promotion notices
           MOVE "N" TO WS-EVENT-EOF.
           OPEN INPUT WAITLIST-FILE.
           IF WS-WAITLIST-STATUS = "00"
               PERFORM UNTIL WS-EVENT-EOF = "Y"
                   READ WAITLIST-FILE
                       AT END MOVE "Y" TO WS-EVENT-EOF
                       NOT AT END
                           IF WL-PROMOTED AND
                                   WL-PROMOTE-DATE IS NUMERIC AND
                                   WL-PROMOTE-DATE = WS-RUN-DATE
                               INITIALIZE WS-EVENT
                               MOVE "P" TO WS-EV-TYPE
                               MOVE WL-STUDENT-ID TO WS-EV-STUDENT
                               MOVE WL-COURSE-CODE TO WS-EV-COURSE
                               MOVE WL-PROMOTE-DATE TO WS-EV-DATE
                               PERFORM PRODUCE-ONE-LETTER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAITLIST-FILE
           END-IF.

      *> arrears reminders
           MOVE "N" TO WS-EVENT-EOF.
           OPEN INPUT ARREARS-LIST-FILE.
           IF WS-LIST-STATUS = "00"
               PERFORM UNTIL WS-EVENT-EOF = "Y"
                   READ ARREARS-LIST-FILE
                       AT END MOVE "Y" TO WS-EVENT-EOF
                       NOT AT END
                           IF AN-STATEMENT-DATE = WS-RUN-DATE
                               INITIALIZE WS-EVENT
                               MOVE "A" TO WS-EV-TYPE
                               MOVE AN-STUDENT-ID TO WS-EV-STUDENT
                               MOVE AN-STATEMENT-DATE TO WS-EV-DATE
                               MOVE AN-OVERDUE TO WS-EV-AMOUNT
                               MOVE AN-OLDEST-DUE TO WS-EV-DUE
                               PERFORM PRODUCE-ONE-LETTER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARREARS-LIST-FILE
           END-IF.

           CLOSE LETTER-FILE.
           CLOSE LETTER-LOG-FILE.
           MOVE "R" TO FL-ACTION.
           CALL "FILELOCK" USING WS-LOCK-PARM.

           DISPLAY "LETTERS FOR " WS-RUN-DATE ": " WS-LETTER-COUNT
               " WRITTEN TO " WS-LETTER-PATH.
           DISPLAY "  " WS-ENROLLED-COUNT " ENROLLMENT CONFIRMATIONS".
           DISPLAY "  " WS-WITHDRAWN-COUNT " WITHDRAWAL LETTERS".
           DISPLAY "  " WS-PROMOTED-COUNT " WAITLIST PROMOTIONS".
           DISPLAY "  " WS-ARREARS-COUNT " ARREARS REMINDERS".
           IF WS-ALREADY-COUNT > ZERO
               DISPLAY WS-ALREADY-COUNT " EVENTS ALREADY LETTERED - "
                   "NOT REPEATED"
           END-IF.
           IF WS-NO-TEMPLATE-COUNT > ZERO
               DISPLAY WS-NO-TEMPLATE-COUNT " EVENTS HAVE NO LETTER "
                   "TEMPLATE - NOT WRITTEN"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       NOTE-ONE-REFUND.
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                   UNTIL WS-RF-IDX > WS-REFUND-COUNT
               IF WS-RF-STUDENT (WS-RF-IDX) = CH-STUDENT-ID
                   ADD CH-AMOUNT TO WS-RF-AMOUNT (WS-RF-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-REFUND-COUNT < 500
               ADD 1 TO WS-REFUND-COUNT
               SET WS-RF-IDX TO WS-REFUND-COUNT
               MOVE CH-STUDENT-ID TO WS-RF-STUDENT (WS-RF-IDX)
               MOVE CH-AMOUNT TO WS-RF-AMOUNT (WS-RF-IDX)
           END-IF.

      *> once per event: skipped if the log already has it, held
      *> back if its letter has no template, otherwise merged,
      *> written and logged
       PRODUCE-ONE-LETTER.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                   UNTIL WS-LG-IDX > WS-LOG-COUNT
               IF WS-LG-KEY (WS-LG-IDX) = WS-EVENT-KEY
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND
               ADD 1 TO WS-ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                   UNTIL WS-TL-IDX > WS-TEMPLATE-COUNT
               IF WS-TL-TYPE (WS-TL-IDX) = WS-EV-TYPE
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               ADD 1 TO WS-NO-TEMPLATE-COUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM FILL-MERGE-FIELDS.
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                   UNTIL WS-TL-IDX > WS-TEMPLATE-COUNT
               IF WS-TL-TYPE (WS-TL-IDX) = WS-EV-TYPE
                   MOVE WS-TL-TEXT (WS-TL-IDX) TO WS-IN-LINE
                   PERFORM MERGE-ONE-LINE
                   MOVE WS-OUT-LINE TO LETTER-LINE
                   WRITE LETTER-LINE BEFORE ADVANCING 1 LINE
               END-IF
           END-PERFORM.
      *> each letter finishes its page, so the next starts fresh
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE BEFORE ADVANCING PAGE.

           MOVE WS-EVENT-KEY TO LL-EVENT-KEY.
           MOVE WS-TODAY TO LL-PRINTED-DATE.
           WRITE LETTER-LOG-LINE.
           IF WS-LOG-COUNT < 5000
               ADD 1 TO WS-LOG-COUNT
               SET WS-LG-IDX TO WS-LOG-COUNT
               MOVE WS-EVENT-KEY TO WS-LG-KEY (WS-LG-IDX)
           END-IF.
           ADD 1 TO WS-LETTER-COUNT.
           EVALUATE WS-EV-TYPE
               WHEN "E"
                   ADD 1 TO WS-ENROLLED-COUNT
               WHEN "W"
                   ADD 1 TO WS-WITHDRAWN-COUNT
               WHEN "P"
                   ADD 1 TO WS-PROMOTED-COUNT
               WHEN "A"
                   ADD 1 TO WS-ARREARS-COUNT
           END-EVALUATE.

      *> the term is the one the event happened in when the event
      *> does not carry its own
       FILL-MERGE-FIELDS.
           MOVE SPACES TO WS-M-NAME.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STUDENT-COUNT
               IF WS-ST-ID (WS-ST-IDX) = WS-EV-STUDENT
                   MOVE WS-ST-NAME (WS-ST-IDX) TO WS-M-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-M-TITLE.
           IF WS-EV-COURSE NOT = SPACES
               PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                       UNTIL WS-CM-IDX > WS-COURSE-COUNT
                   IF WS-CM-CODE (WS-CM-IDX) = WS-EV-COURSE
                       MOVE WS-CM-TITLE (WS-CM-IDX) TO WS-M-TITLE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-EV-TERM TO WS-M-TERM.
           IF WS-M-TERM = SPACES
               PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                       UNTIL WS-TM-IDX > WS-TERM-COUNT
                   IF WS-TM-START (WS-TM-IDX) NOT > WS-EV-DATE AND
                           WS-TM-END (WS-TM-IDX) NOT < WS-EV-DATE
                       MOVE WS-TM-CODE (WS-TM-IDX) TO WS-M-TERM
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-EV-AMOUNT TO WS-M-AMOUNT.
           MOVE WS-EV-DATE TO WS-FMT-DATE.
           PERFORM FORMAT-THE-DATE.
           MOVE WS-FMT-OUT TO WS-M-DATE.
           MOVE WS-EV-DUE TO WS-FMT-DATE.
           PERFORM FORMAT-THE-DATE.
           MOVE WS-FMT-OUT TO WS-M-DUE.

       FORMAT-THE-DATE.
           MOVE SPACES TO WS-FMT-OUT.
           IF WS-FMT-DATE IS NUMERIC AND
                   WS-FMT-MONTH > ZERO AND WS-FMT-MONTH < 13
               STRING WS-FMT-DAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MONTH-NAME (WS-FMT-MONTH) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-FMT-YEAR DELIMITED BY SIZE
                   INTO WS-FMT-OUT
               END-STRING
           END-IF.

      *> copies the template line across, replacing each <FIELD>
      *> it knows with the field's value; anything else in angle
      *> brackets is printed as it stands
       MERGE-ONE-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE 1 TO WS-IN-POS.
           MOVE 1 TO WS-OUT-POS.
           PERFORM UNTIL WS-IN-POS > 70 OR WS-OUT-POS > 80
               IF WS-IN-LINE (WS-IN-POS:1) = "<"
                   PERFORM TRY-MERGE-FIELD
               ELSE
                   MOVE WS-IN-LINE (WS-IN-POS:1)
                       TO WS-OUT-LINE (WS-OUT-POS:1)
                   ADD 1 TO WS-IN-POS
                   ADD 1 TO WS-OUT-POS
               END-IF
           END-PERFORM.

       TRY-MERGE-FIELD.
           MOVE ZERO TO WS-TAG-END.
           COMPUTE WS-TAG-LIMIT = WS-IN-POS + 8.
           IF WS-TAG-LIMIT > 70
               MOVE 70 TO WS-TAG-LIMIT
           END-IF.
           PERFORM VARYING WS-V-POS FROM WS-IN-POS BY 1
                   UNTIL WS-V-POS > WS-TAG-LIMIT
               IF WS-IN-LINE (WS-V-POS:1) = ">"
                   MOVE WS-V-POS TO WS-TAG-END
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-TAG-KNOWN-SW.
           IF WS-TAG-END > WS-IN-POS + 1
               COMPUTE WS-TAG-LENGTH = WS-TAG-END - WS-IN-POS - 1
               MOVE SPACES TO WS-TAG
               MOVE WS-IN-LINE (WS-IN-POS + 1:WS-TAG-LENGTH)
                   TO WS-TAG
               SET WS-TAG-KNOWN TO TRUE
               EVALUATE WS-TAG
                   WHEN "NAME"
                       MOVE WS-M-NAME TO WS-MERGE-VALUE
                   WHEN "ID"
                       MOVE WS-EV-STUDENT TO WS-MERGE-VALUE
                   WHEN "COURSE"
                       MOVE WS-EV-COURSE TO WS-MERGE-VALUE
                   WHEN "TITLE"
                       MOVE WS-M-TITLE TO WS-MERGE-VALUE
                   WHEN "TERM"
                       MOVE WS-M-TERM TO WS-MERGE-VALUE
                   WHEN "AMOUNT"
                       MOVE WS-M-AMOUNT TO WS-MERGE-VALUE
                   WHEN "DATE"
                       MOVE WS-M-DATE TO WS-MERGE-VALUE
                   WHEN "DUE"
                       MOVE WS-M-DUE TO WS-MERGE-VALUE
                   WHEN "TODAY"
                       MOVE WS-M-TODAY TO WS-MERGE-VALUE
                   WHEN OTHER
                       MOVE "N" TO WS-TAG-KNOWN-SW
               END-EVALUATE
           END-IF.
           IF WS-TAG-KNOWN
               PERFORM PUT-MERGE-VALUE
               COMPUTE WS-IN-POS = WS-TAG-END + 1
           ELSE
               MOVE "<" TO WS-OUT-LINE (WS-OUT-POS:1)
               ADD 1 TO WS-IN-POS
               ADD 1 TO WS-OUT-POS
           END-IF.

      *> the value without its leading and trailing blanks
       PUT-MERGE-VALUE.
           MOVE ZERO TO WS-V-START.
           MOVE ZERO TO WS-V-END.
           PERFORM VARYING WS-V-POS FROM 1 BY 1 UNTIL WS-V-POS > 30
               IF WS-MERGE-VALUE (WS-V-POS:1) NOT = SPACE
                   IF WS-V-START = ZERO
                       MOVE WS-V-POS TO WS-V-START
                   END-IF
                   MOVE WS-V-POS TO WS-V-END
               END-IF
           END-PERFORM.
           IF WS-V-START > ZERO
               PERFORM VARYING WS-V-POS FROM WS-V-START BY 1
                       UNTIL WS-V-POS > WS-V-END OR WS-OUT-POS > 80
                   MOVE WS-MERGE-VALUE (WS-V-POS:1)
                       TO WS-OUT-LINE (WS-OUT-POS:1)
                   ADD 1 TO WS-OUT-POS
               END-PERFORM
           END-IF.

       END PROGRAM LETTERRUN.
