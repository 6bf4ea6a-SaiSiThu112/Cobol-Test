      *> course retaken next term bills again the way it should.
      *> Withdrawn and dropped lines are never charged; a course
      *> with no fee on the master is reported so somebody sets one.
      *> A charge a drop or withdrawal has since credited no longer
      *> counts as billed, so a student who re-enrolls in the same
      *> course and term is charged for the new enrollment.
      *> Every award the student holds in StudentAwards.txt that is
      *> running in the line's term and reaches its course is taken
      *> off straight after the charge, on a line of its own naming
      *> the award, so the gross fee and each award stay visible.
      *> An award never takes a charge below nothing, and a per-term
      *> award is used up across the term's charges on this and
      *> earlier runs. Awards reach charges raised from then on -
      *> they are not worked back onto charges already raised.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-STATUS.

           SELECT AWARD-FILE ASSIGN TO DYNAMIC WS-AWARD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AWARD-STATUS.

           SELECT TERM-MASTER-FILE ASSIGN TO DYNAMIC WS-TERM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ENROLLMENT-FILE.
           01 COURSE-MASTER-LINE.
               COPY COURSE-MASTER.

           FD CHARGE-FILE.
           01 CHARGE-REC.
               COPY CHARGE.

           FD AWARD-FILE.
           01 AWARD-LINE.
               COPY STUDENT-AWARD.

           FD TERM-MASTER-FILE.
           01 TERM-MASTER-LINE.
               COPY TERM-MASTER.

       WORKING-STORAGE SECTION.
           01 WS-COURSE-TABLE.
           01 WS-COURSE-EOF PIC A(1) VALUE "N".

      *> student/course/term keys already billed, so a rerun cannot
      *> double-charge within a term - a key a credit has since
      *> been raised against is marked cleared
           01 WS-CHARGED-TABLE.
               05 WS-CH-ENTRY OCCURS 2000 TIMES INDEXED BY WS-CH-IDX.
                   10 WS-CH-STUDENT PIC 9(5).
                   10 WS-CH-COURSE PIC X(5).
                   10 WS-CH-TERM PIC X(6).
                   10 WS-CH-CLEARED PIC X(1).
           01 WS-CHARGED-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-CHARGE-EOF PIC A(1) VALUE "N".

      *> the awards, each with the start dates of its first and last
      *> term looked up once - an open-ended award runs to 99999999
           01 WS-AWARD-TABLE.
               05 WS-AW-ENTRY OCCURS 500 TIMES INDEXED BY WS-AW-IDX.
                   10 WS-AW-STUDENT PIC 9(5).
                   10 WS-AW-CODE PIC X(6).
                   10 WS-AW-BASIS PIC X(1).
                   10 WS-AW-VALUE PIC 9(5)V99.
                   10 WS-AW-PER PIC X(1).
                   10 WS-AW-COURSE PIC X(5).
                   10 WS-AW-FROM PIC 9(8).
                   10 WS-AW-TO PIC 9(8).
           01 WS-AWARD-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-AWARD-EOF PIC A(1) VALUE "N".

      *> what each per-term award has already taken off a term's
      *> charges, on this run and before it
           01 WS-USED-TABLE.
               05 WS-US-ENTRY OCCURS 500 TIMES INDEXED BY WS-US-IDX.
                   10 WS-US-STUDENT PIC 9(5).
                   10 WS-US-CODE PIC X(6).
                   10 WS-US-TERM PIC X(6).
                   10 WS-US-AMOUNT PIC 9(7)V99.
           01 WS-USED-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-TERM-TABLE.
               05 WS-TM-ENTRY OCCURS 50 TIMES INDEXED BY WS-TM-IDX.
                   10 WS-TM-CODE PIC X(6).
                   10 WS-TM-START PIC 9(8).
           01 WS-TERM-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-TERM-EOF PIC A(1) VALUE "N".
           01 WS-LOOKUP-TERM PIC X(6).
           01 WS-LOOKUP-START PIC 9(8).
           01 WS-LINE-START PIC 9(8).
           01 WS-LINE-NET PIC 9(5)V99.
           01 WS-AWARD-AMOUNT PIC 9(7)V99.
           01 WS-USED-SW PIC X(1).
               88 WS-USED-FOUND VALUE "Y".

           01 WS-ENROLL-EOF PIC A(1) VALUE "N".
           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
           01 WS-SKIPPED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-NO-FEE-COUNT PIC 9(5) VALUE ZERO.
           01 WS-BILLED-TOTAL PIC 9(9)V99 VALUE ZERO.
           01 WS-AWARDED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-AWARDED-TOTAL PIC 9(9)V99 VALUE ZERO.
           01 WS-BAD-AWARD-COUNT PIC 9(5) VALUE ZERO.
           01 WS-TODAY PIC 9(8).

           01 WS-ENROLL-PATH PIC X(80).
           01 WS-COURSE-PATH PIC X(80).
           01 WS-CHARGE-PATH PIC X(80).
           01 WS-AWARD-PATH PIC X(80).
           01 WS-TERM-PATH PIC X(80).
           01 WS-ENROLL-STATUS PIC X(2).
           01 WS-COURSE-STATUS PIC X(2).
           01 WS-CHARGE-STATUS PIC X(2).
           01 WS-AWARD-STATUS PIC X(2).
           01 WS-TERM-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ENROLL-PATH FROM ENVIRONMENT "ENROLLMENT_FILE".
               MOVE "C:\Users\25-00229\Desktop\Charges.txt"
                   TO WS-CHARGE-PATH
           END-IF.
           ACCEPT WS-AWARD-PATH FROM ENVIRONMENT "STUDENT_AWARDS".
           IF WS-AWARD-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\StudentAwards.txt"
                   TO WS-AWARD-PATH
           END-IF.
           ACCEPT WS-TERM-PATH FROM ENVIRONMENT "TERMMASTER_FILE".
           IF WS-TERM-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\TermMaster.txt"
                   TO WS-TERM-PATH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT COURSE-MASTER-FILE.
           END-PERFORM.
           CLOSE COURSE-MASTER-FILE.

           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TERM-STATUS = "00"
               PERFORM UNTIL WS-TERM-EOF = "Y"
                   READ TERM-MASTER-FILE
                       AT END MOVE "Y" TO WS-TERM-EOF
                       NOT AT END
                           IF WS-TERM-COUNT < 50
                               ADD 1 TO WS-TERM-COUNT
                               SET WS-TM-IDX TO WS-TERM-COUNT
                               MOVE TM-TERM-CODE
                                   TO WS-TM-CODE (WS-TM-IDX)
                               MOVE TM-START-DATE
                                   TO WS-TM-START (WS-TM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-MASTER-FILE
           END-IF.

      *> no awards file just means nobody holds an award yet
           OPEN INPUT AWARD-FILE.
           IF WS-AWARD-STATUS = "00"
               PERFORM UNTIL WS-AWARD-EOF = "Y"
                   READ AWARD-FILE
                       AT END MOVE "Y" TO WS-AWARD-EOF
                       NOT AT END
                           IF WS-AWARD-COUNT < 500
                               PERFORM LOAD-ONE-AWARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AWARD-FILE
           END-IF.

           OPEN INPUT CHARGE-FILE.
           IF WS-CHARGE-STATUS = "00"
               PERFORM UNTIL WS-CHARGE-EOF = "Y"
                   READ CHARGE-FILE
                       AT END MOVE "Y" TO WS-CHARGE-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-CHARGE
                   END-READ
               END-PERFORM
               CLOSE CHARGE-FILE
           DISPLAY WS-BILLED-COUNT " CHARGES RAISED TOTALLING "
               WS-BILLED-TOTAL ", "
               WS-SKIPPED-COUNT " ALREADY BILLED".
           DISPLAY WS-AWARDED-COUNT " AWARD LINES TOTALLING "
               WS-AWARDED-TOTAL " TAKEN OFF THEM".
           IF WS-BAD-AWARD-COUNT > ZERO
               DISPLAY WS-BAD-AWARD-COUNT " AWARDS NAME A TERM NOT ON "
                   "THE CALENDAR - NOT APPLIED"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-NO-FEE-COUNT > ZERO
               DISPLAY WS-NO-FEE-COUNT " LINES HAD NO FEE ON THE "
                   "COURSE MASTER - NOT BILLED"
                   UNTIL WS-CH-IDX > WS-CHARGED-COUNT
               IF WS-CH-STUDENT (WS-CH-IDX) = ENR-STUDENT-ID AND
                       WS-CH-COURSE (WS-CH-IDX) = ENR-COURSE-CODE AND
                       WS-CH-TERM (WS-CH-IDX) = ENR-TERM AND
                       WS-CH-CLEARED (WS-CH-IDX) = "N"
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
                   MOVE WS-CUR-FEE TO CH-AMOUNT
                   MOVE WS-TODAY TO CH-DATE
                   MOVE ENR-TERM TO CH-TERM
                   MOVE "C" TO CH-TYPE
                   MOVE SPACES TO CH-AWARD-CODE
                   WRITE CHARGE-REC
                   ADD 1 TO WS-BILLED-COUNT
                   ADD WS-CUR-FEE TO WS-BILLED-TOTAL
                   PERFORM APPLY-AWARDS
                   IF WS-CHARGED-COUNT < 2000
                       ADD 1 TO WS-CHARGED-COUNT
                       SET WS-CH-IDX TO WS-CHARGED-COUNT
                       MOVE ENR-COURSE-CODE
                           TO WS-CH-COURSE (WS-CH-IDX)
                       MOVE ENR-TERM TO WS-CH-TERM (WS-CH-IDX)
                       MOVE "N" TO WS-CH-CLEARED (WS-CH-IDX)
                   END-IF
               END-IF
           END-IF.

      *> a charge goes into the billed table, a refund credit clears
      *> the charge it answers, an award line counts towards what
      *> its award has used up in the term
       LOAD-ONE-CHARGE.
           EVALUATE TRUE
               WHEN CH-IS-CREDIT
                   PERFORM CLEAR-CREDITED-KEY
               WHEN CH-IS-AWARD
                   MOVE CH-AMOUNT TO WS-AWARD-AMOUNT
                   PERFORM NOTE-AWARD-USED
               WHEN CH-IS-LATE-FEE
                   CONTINUE
               WHEN OTHER
                   IF WS-CHARGED-COUNT < 2000
                       ADD 1 TO WS-CHARGED-COUNT
                       SET WS-CH-IDX TO WS-CHARGED-COUNT
                       MOVE CH-STUDENT-ID TO WS-CH-STUDENT (WS-CH-IDX)
                       MOVE CH-COURSE-CODE TO WS-CH-COURSE (WS-CH-IDX)
                       MOVE CH-TERM TO WS-CH-TERM (WS-CH-IDX)
                       MOVE "N" TO WS-CH-CLEARED (WS-CH-IDX)
                   END-IF
           END-EVALUATE.

      *> an award whose start or end term is not on the calendar
      *> cannot be placed in time and is never applied
       LOAD-ONE-AWARD.
           MOVE AW-START-TERM TO WS-LOOKUP-TERM.
           PERFORM FIND-TERM-START.
           IF WS-LOOKUP-START = ZERO
               ADD 1 TO WS-BAD-AWARD-COUNT
               DISPLAY "AWARD " AW-AWARD-CODE " FOR STUDENT "
                   AW-STUDENT-ID " STARTS IN UNKNOWN TERM "
                   AW-START-TERM
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AWARD-COUNT.
           SET WS-AW-IDX TO WS-AWARD-COUNT.
           MOVE AW-STUDENT-ID TO WS-AW-STUDENT (WS-AW-IDX).
           MOVE AW-AWARD-CODE TO WS-AW-CODE (WS-AW-IDX).
           MOVE AW-BASIS TO WS-AW-BASIS (WS-AW-IDX).
           MOVE AW-VALUE TO WS-AW-VALUE (WS-AW-IDX).
           MOVE AW-PER TO WS-AW-PER (WS-AW-IDX).
           MOVE AW-COURSE-CODE TO WS-AW-COURSE (WS-AW-IDX).
           MOVE WS-LOOKUP-START TO WS-AW-FROM (WS-AW-IDX).
           IF AW-END-TERM = SPACES
               MOVE 99999999 TO WS-AW-TO (WS-AW-IDX)
           ELSE
               MOVE AW-END-TERM TO WS-LOOKUP-TERM
               PERFORM FIND-TERM-START
               IF WS-LOOKUP-START = ZERO
                   ADD 1 TO WS-BAD-AWARD-COUNT
                   DISPLAY "AWARD " AW-AWARD-CODE " FOR STUDENT "
                       AW-STUDENT-ID " ENDS IN UNKNOWN TERM "
                       AW-END-TERM
                   SUBTRACT 1 FROM WS-AWARD-COUNT
               ELSE
                   MOVE WS-LOOKUP-START TO WS-AW-TO (WS-AW-IDX)
               END-IF
           END-IF.

      *> start date of WS-LOOKUP-TERM - zero when it is not on the
      *> calendar
       FIND-TERM-START.
           MOVE ZERO TO WS-LOOKUP-START.
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                   UNTIL WS-TM-IDX > WS-TERM-COUNT
               IF WS-TM-CODE (WS-TM-IDX) = WS-LOOKUP-TERM
                   MOVE WS-TM-START (WS-TM-IDX) TO WS-LOOKUP-START
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> every award of the student's running in the line's term
      *> and reaching its course comes off the charge just written,
      *> in file order, until the charge is used up. A line with no
      *> term cannot be placed against an award's terms
       APPLY-AWARDS.
           IF ENR-TERM = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE ENR-TERM TO WS-LOOKUP-TERM.
           PERFORM FIND-TERM-START.
           IF WS-LOOKUP-START = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOOKUP-START TO WS-LINE-START.
           MOVE WS-CUR-FEE TO WS-LINE-NET.
           PERFORM VARYING WS-AW-IDX FROM 1 BY 1
                   UNTIL WS-AW-IDX > WS-AWARD-COUNT
                   OR WS-LINE-NET = ZERO
               IF WS-AW-STUDENT (WS-AW-IDX) = ENR-STUDENT-ID AND
                       (WS-AW-COURSE (WS-AW-IDX) = SPACES OR
                        WS-AW-COURSE (WS-AW-IDX) = ENR-COURSE-CODE)
                       AND WS-AW-FROM (WS-AW-IDX) NOT > WS-LINE-START
                       AND WS-AW-TO (WS-AW-IDX) NOT < WS-LINE-START
                   PERFORM APPLY-ONE-AWARD
               END-IF
           END-PERFORM.

       APPLY-ONE-AWARD.
           EVALUATE TRUE
               WHEN WS-AW-BASIS (WS-AW-IDX) = "P"
                   COMPUTE WS-AWARD-AMOUNT ROUNDED =
                       WS-CUR-FEE * WS-AW-VALUE (WS-AW-IDX) / 100
               WHEN WS-AW-PER (WS-AW-IDX) = "T"
                   MOVE ENR-STUDENT-ID TO CH-STUDENT-ID
                   MOVE ENR-TERM TO CH-TERM
                   MOVE WS-AW-CODE (WS-AW-IDX) TO CH-AWARD-CODE
                   PERFORM FIND-AWARD-USED
                   IF WS-USED-FOUND AND WS-US-AMOUNT (WS-US-IDX)
                           NOT < WS-AW-VALUE (WS-AW-IDX)
                       MOVE ZERO TO WS-AWARD-AMOUNT
                   ELSE
                       IF WS-USED-FOUND
                           COMPUTE WS-AWARD-AMOUNT =
                               WS-AW-VALUE (WS-AW-IDX)
                               - WS-US-AMOUNT (WS-US-IDX)
                       ELSE
                           MOVE WS-AW-VALUE (WS-AW-IDX)
                               TO WS-AWARD-AMOUNT
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE WS-AW-VALUE (WS-AW-IDX) TO WS-AWARD-AMOUNT
           END-EVALUATE.
           IF WS-AWARD-AMOUNT > WS-LINE-NET
               MOVE WS-LINE-NET TO WS-AWARD-AMOUNT
           END-IF.
           IF WS-AWARD-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE ENR-STUDENT-ID TO CH-STUDENT-ID.
           MOVE ENR-COURSE-CODE TO CH-COURSE-CODE.
           MOVE WS-AWARD-AMOUNT TO CH-AMOUNT.
           MOVE WS-TODAY TO CH-DATE.
           MOVE ENR-TERM TO CH-TERM.
           MOVE "A" TO CH-TYPE.
           MOVE WS-AW-CODE (WS-AW-IDX) TO CH-AWARD-CODE.
           WRITE CHARGE-REC.
           SUBTRACT WS-AWARD-AMOUNT FROM WS-LINE-NET.
           ADD 1 TO WS-AWARDED-COUNT.
           ADD WS-AWARD-AMOUNT TO WS-AWARDED-TOTAL.
           IF WS-AW-PER (WS-AW-IDX) = "T" AND
                   WS-AW-BASIS (WS-AW-IDX) = "F"
               PERFORM NOTE-AWARD-USED
           END-IF.

      *> the usage row for the student, award and term on the charge
      *> record - WS-US-IDX points at it when found
       FIND-AWARD-USED.
           MOVE "N" TO WS-USED-SW.
           PERFORM VARYING WS-US-IDX FROM 1 BY 1
                   UNTIL WS-US-IDX > WS-USED-COUNT
               IF WS-US-STUDENT (WS-US-IDX) = CH-STUDENT-ID AND
                       WS-US-CODE (WS-US-IDX) = CH-AWARD-CODE AND
                       WS-US-TERM (WS-US-IDX) = CH-TERM
                   SET WS-USED-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> adds WS-AWARD-AMOUNT to the usage of the award on the
      *> charge record
       NOTE-AWARD-USED.
           PERFORM FIND-AWARD-USED.
           IF NOT WS-USED-FOUND
               IF WS-USED-COUNT >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-USED-COUNT
               SET WS-US-IDX TO WS-USED-COUNT
               MOVE CH-STUDENT-ID TO WS-US-STUDENT (WS-US-IDX)
               MOVE CH-AWARD-CODE TO WS-US-CODE (WS-US-IDX)
               MOVE CH-TERM TO WS-US-TERM (WS-US-IDX)
               MOVE ZERO TO WS-US-AMOUNT (WS-US-IDX)
           END-IF.
           ADD WS-AWARD-AMOUNT TO WS-US-AMOUNT (WS-US-IDX).

      *> a credit clears the earliest still-standing charge on its
      *> student/course/term key - the credits follow the charges
      *> on file, so the charge it answers is always loaded first
       CLEAR-CREDITED-KEY.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CHARGED-COUNT
               IF WS-CH-STUDENT (WS-CH-IDX) = CH-STUDENT-ID AND
                       WS-CH-COURSE (WS-CH-IDX) = CH-COURSE-CODE AND
                       WS-CH-TERM (WS-CH-IDX) = CH-TERM AND
                       WS-CH-CLEARED (WS-CH-IDX) = "N"
                   MOVE "Y" TO WS-CH-CLEARED (WS-CH-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       END PROGRAM INVOICE.
