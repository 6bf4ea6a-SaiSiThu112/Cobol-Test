       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUNDCR.

      *> the one refund rule COURSEDROP and WITHDRAW both call, the
      *> way DATEEDIT is the one date edit: when a course comes off
      *> a student's roster, the week of the term the drop falls in
      *> (counted from TM-START-DATE, the first seven days being
      *> week 1, a drop before the term starts counting as week 1)
      *> is looked up on the term's refund schedule
      *> (RefundSchedule.txt) and that percentage of the course's
      *> charge is written back to Charges.txt as a credit line.
      *> The credit is taken off the latest charge on the student's
      *> course and term, less any award INVOICE took off it, and
      *> never exceeds what is still standing on it. Callers set the
      *> fields of RC-PARM and test RC-RESULT on return:
      *>   RC-STUDENT-ID, RC-COURSE-CODE, RC-TERM  the line dropped
      *>   RC-REASON   "D" course drop, "W" withdrawal
      *>   RC-DATE     the day it came off
      *>   RC-RESULT   "R" credit raised, "N" nothing due,
      *>               "E" the charges file could not be written
      *>   RC-PERCENT, RC-AMOUNT  the percentage and credit given
      *>   RC-MESSAGE  why, in words fit for an operator prompt

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CHARGE-FILE ASSIGN TO DYNAMIC WS-CHARGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-STATUS.

           SELECT TERM-MASTER-FILE ASSIGN TO DYNAMIC WS-TERM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

           SELECT REFUND-SCHEDULE-FILE
               ASSIGN TO DYNAMIC WS-SCHEDULE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CHARGE-FILE.
           01 CHARGE-REC.
               COPY CHARGE.

           FD TERM-MASTER-FILE.
           01 TERM-MASTER-LINE.
               COPY TERM-MASTER.

           FD REFUND-SCHEDULE-FILE.
           01 REFUND-SCHEDULE-LINE.
               COPY REFUND-SCHEDULE.

       WORKING-STORAGE SECTION.
           01 WS-CHARGE-EOF PIC A(1).
           01 WS-TERM-EOF PIC A(1).
           01 WS-SCHEDULE-EOF PIC A(1).
           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-SCHEDULED-SW PIC X(1).
               88 WS-SCHEDULED VALUE "Y".

           01 WS-TERM-START PIC 9(8).
           01 WS-WEEK PIC 9(4).
           01 WS-BEST-WEEK PIC 9(3).
           01 WS-DAYS-IN PIC S9(7).
           01 WS-LAST-CHARGE PIC 9(5)V99.
           01 WS-KEY-CHARGES PIC 9(9)V99.
           01 WS-KEY-CREDITS PIC 9(9)V99.
           01 WS-KEY-STANDING PIC S9(9)V99.
           01 WS-CREDIT PIC 9(7)V99.
           01 WS-WEEK-NO PIC 9(2).

      *> serial-day arithmetic, the ARSTMT shape
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
           01 WS-START-SERIAL PIC 9(7).
           01 WS-DROP-SERIAL PIC 9(7).

           01 WS-CHARGE-PATH PIC X(80).
           01 WS-TERM-PATH PIC X(80).
           01 WS-SCHEDULE-PATH PIC X(80).
           01 WS-CHARGE-STATUS PIC X(2).
           01 WS-TERM-STATUS PIC X(2).
           01 WS-SCHEDULE-STATUS PIC X(2).

       LINKAGE SECTION.
           01 RC-PARM.
               05 RC-STUDENT-ID PIC 9(5).
               05 RC-COURSE-CODE PIC X(5).
               05 RC-TERM PIC X(6).
               05 RC-REASON PIC X(1).
               05 RC-DATE PIC 9(8).
               05 RC-RESULT PIC X(1).
                   88 RC-RAISED VALUE "R".
                   88 RC-NOTHING-DUE VALUE "N".
                   88 RC-FAILED VALUE "E".
               05 RC-PERCENT PIC 9(3).
               05 RC-AMOUNT PIC 9(5)V99.
               05 RC-MESSAGE PIC X(40).

       PROCEDURE DIVISION USING RC-PARM.
           SET RC-NOTHING-DUE TO TRUE.
           MOVE ZERO TO RC-PERCENT.
           MOVE ZERO TO RC-AMOUNT.
           MOVE SPACES TO RC-MESSAGE.
           ACCEPT WS-CHARGE-PATH FROM ENVIRONMENT "CHARGES_FILE".
           IF WS-CHARGE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Charges.txt"
                   TO WS-CHARGE-PATH
           END-IF.
           ACCEPT WS-TERM-PATH FROM ENVIRONMENT "TERMMASTER_FILE".
           IF WS-TERM-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\TermMaster.txt"
                   TO WS-TERM-PATH
           END-IF.
           ACCEPT WS-SCHEDULE-PATH FROM ENVIRONMENT "REFUND_SCHEDULE".
           IF WS-SCHEDULE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\RefundSchedule.txt"
                   TO WS-SCHEDULE-PATH
           END-IF.

      *> a line enrolled before terms existed has no term to
      *> measure the drop against
           IF RC-TERM = SPACES
               MOVE "NO TERM ON THE ENROLLMENT - NO REFUND"
                   TO RC-MESSAGE
               GOBACK
           END-IF.

      *> what is still standing on the key - charges less any
      *> credits already raised against it
           MOVE ZERO TO WS-LAST-CHARGE.
           MOVE ZERO TO WS-KEY-CHARGES.
           MOVE ZERO TO WS-KEY-CREDITS.
           MOVE "N" TO WS-CHARGE-EOF.
           OPEN INPUT CHARGE-FILE.
           IF WS-CHARGE-STATUS = "00"
               PERFORM UNTIL WS-CHARGE-EOF = "Y"
                   READ CHARGE-FILE
                       AT END MOVE "Y" TO WS-CHARGE-EOF
                       NOT AT END
                           IF CH-STUDENT-ID = RC-STUDENT-ID AND
                                   CH-COURSE-CODE = RC-COURSE-CODE AND
                                   CH-TERM = RC-TERM
                               EVALUATE TRUE
                                   WHEN CH-IS-CREDIT
                                       ADD CH-AMOUNT TO WS-KEY-CREDITS
                                   WHEN CH-IS-AWARD
                                       ADD CH-AMOUNT TO WS-KEY-CREDITS
                                       PERFORM TAKE-AWARD-OFF-CHARGE
                                   WHEN OTHER
                                       ADD CH-AMOUNT TO WS-KEY-CHARGES
                                       MOVE CH-AMOUNT TO WS-LAST-CHARGE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGE-FILE
           END-IF.
           COMPUTE WS-KEY-STANDING = WS-KEY-CHARGES - WS-KEY-CREDITS.
           IF WS-KEY-STANDING NOT > ZERO
               MOVE "NOTHING CHARGED TO REFUND" TO RC-MESSAGE
               GOBACK
           END-IF.

           SET WS-NOT-FOUND TO TRUE.
           MOVE "N" TO WS-TERM-EOF.
           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TERM-STATUS = "00"
               PERFORM UNTIL WS-TERM-EOF = "Y"
                   READ TERM-MASTER-FILE
                       AT END MOVE "Y" TO WS-TERM-EOF
                       NOT AT END
                           IF TM-TERM-CODE = RC-TERM
                               SET WS-FOUND TO TRUE
                               MOVE TM-START-DATE TO WS-TERM-START
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-MASTER-FILE
           END-IF.
           IF WS-NOT-FOUND
               STRING "TERM " RC-TERM " NOT ON THE CALENDAR"
                   DELIMITED BY SIZE INTO RC-MESSAGE
               END-STRING
               GOBACK
           END-IF.

           MOVE WS-TERM-START TO WS-CONV-DATE.
           PERFORM DATE-TO-SERIAL.
           MOVE WS-CONV-SERIAL TO WS-START-SERIAL.
           MOVE RC-DATE TO WS-CONV-DATE.
           PERFORM DATE-TO-SERIAL.
           MOVE WS-CONV-SERIAL TO WS-DROP-SERIAL.
           COMPUTE WS-DAYS-IN = WS-DROP-SERIAL - WS-START-SERIAL.
           IF WS-DAYS-IN < ZERO
               MOVE ZERO TO WS-DAYS-IN
           END-IF.
           DIVIDE WS-DAYS-IN BY 7 GIVING WS-WEEK.
           ADD 1 TO WS-WEEK.

      *> the lowest band still reaching the drop week wins; past the
      *> last band the refund is nothing
           MOVE "N" TO WS-SCHEDULED-SW.
           MOVE 999 TO WS-BEST-WEEK.
           MOVE "N" TO WS-SCHEDULE-EOF.
           OPEN INPUT REFUND-SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS = "00"
               PERFORM UNTIL WS-SCHEDULE-EOF = "Y"
                   READ REFUND-SCHEDULE-FILE
                       AT END MOVE "Y" TO WS-SCHEDULE-EOF
                       NOT AT END
                           IF RS-TERM = RC-TERM
                               SET WS-SCHEDULED TO TRUE
                               IF RS-THRU-WEEK NOT < WS-WEEK AND
                                       RS-THRU-WEEK < WS-BEST-WEEK
                                   MOVE RS-THRU-WEEK TO WS-BEST-WEEK
                                   MOVE RS-PERCENT TO RC-PERCENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFUND-SCHEDULE-FILE
           END-IF.
           IF WS-WEEK > 99
               MOVE 99 TO WS-WEEK-NO
           ELSE
               MOVE WS-WEEK TO WS-WEEK-NO
           END-IF.
           IF NOT WS-SCHEDULED
               STRING "NO REFUND SCHEDULE FOR TERM " RC-TERM
                   DELIMITED BY SIZE INTO RC-MESSAGE
               END-STRING
               GOBACK
           END-IF.
           IF RC-PERCENT = ZERO
               STRING "WEEK " WS-WEEK-NO
                   " IS PAST THE REFUND PERIOD"
                   DELIMITED BY SIZE INTO RC-MESSAGE
               END-STRING
               GOBACK
           END-IF.

           COMPUTE WS-CREDIT ROUNDED =
               WS-LAST-CHARGE * RC-PERCENT / 100.
           IF WS-CREDIT > WS-KEY-STANDING
               MOVE WS-KEY-STANDING TO WS-CREDIT
           END-IF.
           IF WS-CREDIT = ZERO
               MOVE "NOTHING CHARGED TO REFUND" TO RC-MESSAGE
               GOBACK
           END-IF.

           OPEN EXTEND CHARGE-FILE.
           IF WS-CHARGE-STATUS = "35"
               OPEN OUTPUT CHARGE-FILE
           END-IF.
           IF WS-CHARGE-STATUS NOT = "00"
               SET RC-FAILED TO TRUE
               STRING "CANNOT WRITE CHARGES FILE - STATUS "
                   WS-CHARGE-STATUS
                   DELIMITED BY SIZE INTO RC-MESSAGE
               END-STRING
               GOBACK
           END-IF.
           MOVE RC-STUDENT-ID TO CH-STUDENT-ID.
           MOVE RC-COURSE-CODE TO CH-COURSE-CODE.
           MOVE WS-CREDIT TO CH-AMOUNT.
           MOVE RC-DATE TO CH-DATE.
           MOVE RC-TERM TO CH-TERM.
           MOVE RC-REASON TO CH-TYPE.
           WRITE CHARGE-REC.
           CLOSE CHARGE-FILE.
           MOVE WS-CREDIT TO RC-AMOUNT.
           SET RC-RAISED TO TRUE.
           STRING "WEEK " WS-WEEK-NO " - " RC-PERCENT
               " PERCENT REFUNDED"
               DELIMITED BY SIZE INTO RC-MESSAGE
           END-STRING.
           GOBACK.

      *> an award line follows the charge it was taken off, so it
      *> comes off whatever charge was read last
       TAKE-AWARD-OFF-CHARGE.
           IF CH-AMOUNT > WS-LAST-CHARGE
               MOVE ZERO TO WS-LAST-CHARGE
           ELSE
               SUBTRACT CH-AMOUNT FROM WS-LAST-CHARGE
           END-IF.

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

       END PROGRAM REFUNDCR.
