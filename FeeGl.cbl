       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEGL.

      *> the student fee ledger's own GLEXTRACT, so tuition income
      *> stops reaching the general ledger as a hand-keyed journal:
      *> the charges, credits, awards and payments dated in one
      *> month (YYYYMM on the command line) are summarised by
      *> course and term - payments by how they were tendered - and
      *> turned into a debit and credit pair per line of
      *> FeeAccountMap.txt: income against receivables for what was
      *> billed, receivables against the bank for what was paid in.
      *> A map line names the movement (CHARGE, LATEFEE, AWARD,
      *> CREDIT or PAYMENT) and what it applies to - C a course, T a
      *> term, P a tender, or blank for everything else of that
      *> movement; the most particular line wins, course before
      *> term. Anything left with no mapping rejects the whole run,
      *> and the postings must net to zero before FeePostings.txt is
      *> released - a rejected run leaves it empty, the GLEXTRACT
      *> discipline. Every line is dated the last day of the month
      *> so GLJRNL journals the month as one batch.
      *> FeeGlReport.txt shows the summary and the postings, then
      *> proves the ledger's receivables agree with the students'
      *> accounts: what GlBalances.txt holds on the receivables
      *> accounts for the months before, plus this month's postings,
      *> must equal the total outstanding ARREARS states, once the
      *> balances ARREARS leaves out (withdrawn students, students
      *> not on the index) are added back and anything dated after
      *> the month is taken off. A difference is printed with
      *> return code 4 - usually an earlier month never extracted or
      *> never journaled.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT STUDENT ASSIGN TO DYNAMIC WS-STUDENT-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT CHARGE-FILE ASSIGN TO DYNAMIC WS-CHARGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO DYNAMIC WS-PAYMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT FEE-MAP-FILE ASSIGN TO DYNAMIC WS-MAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT BALANCE-FILE ASSIGN TO DYNAMIC WS-BALANCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

      *> the same fixed interface layout the stock extract writes
           SELECT GL-POSTING-FILE ASSIGN TO DYNAMIC WS-POSTING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD STUDENT.
           01 STUDENT-REC.
               COPY STUDENT.

           FD CHARGE-FILE.
           01 CHARGE-REC.
               COPY CHARGE.

           FD PAYMENT-FILE.
           01 PAYMENT-REC.
               COPY PAYMENT.

           FD FEE-MAP-FILE.
           01 FEE-MAP-LINE.
               05 FM-TYPE PIC X(8).
               05 FM-KIND PIC X(1).
               05 FM-KEY PIC X(6).
               05 FM-DEBIT-ACCT PIC 9(6).
               05 FM-CREDIT-ACCT PIC 9(6).

           FD BALANCE-FILE.
           01 BALANCE-REC.
               COPY GL-BALANCE.

           FD GL-POSTING-FILE.
           01 GL-POSTING-LINE.
               05 GL-DATE PIC 9(8).
               05 GL-ACCOUNT PIC 9(6).
               05 GL-DRCR PIC X(2).
               05 GL-AMOUNT PIC 9(9)V99.
               05 GL-SOURCE PIC X(10).
               05 GL-BRANCH PIC 9(3).
               05 GL-TYPE PIC X(8).

           FD REPORT-FILE.
           01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      *> the map, with what the month posts through each line
           01 WS-MAP-TABLE.
               05 WS-MAP-ENTRY OCCURS 100 TIMES INDEXED BY WS-MAP-IDX.
                   10 WS-MAP-TYPE PIC X(8).
                   10 WS-MAP-KIND PIC X(1).
                   10 WS-MAP-KEY PIC X(6).
                   10 WS-MAP-DEBIT PIC 9(6).
                   10 WS-MAP-CREDIT PIC 9(6).
                   10 WS-MAP-AMOUNT PIC 9(11)V99.
           01 WS-MAP-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-MAP-EOF PIC A(1) VALUE "N".

      *> the receivables side of the map - the account a charge
      *> debits and a credit, award or payment takes off again
           01 WS-RCV-TABLE.
               05 WS-RA-ACCOUNT OCCURS 50 TIMES INDEXED BY WS-RA-IDX
                   PIC 9(6).
           01 WS-RCV-COUNT PIC 9(4) COMP VALUE ZERO.

      *> the month's movement by course and term (payments by
      *> tender), and the map line each total goes through
           01 WS-SUMMARY-TABLE.
               05 WS-SM-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-SUM-COUNT
                       INDEXED BY WS-SM-IDX.
                   10 WS-SM-TYPE PIC X(8).
                   10 WS-SM-COURSE PIC X(5).
                   10 WS-SM-TERM PIC X(6).
                   10 WS-SM-TENDER PIC X(1).
                   10 WS-SM-LINES PIC 9(5).
                   10 WS-SM-AMOUNT PIC 9(11)V99.
                   10 WS-SM-MAP PIC 9(4).
           01 WS-SUM-COUNT PIC 9(4) COMP VALUE ZERO.

      *> every student's balance over all time, and how much of it
      *> is dated after the month - laid against the index after
           01 WS-ACCT-TABLE.
               05 WS-AC-ENTRY OCCURS 2000 TIMES INDEXED BY WS-AC-IDX.
                   10 WS-AC-STUDENT PIC 9(5).
                   10 WS-AC-BALANCE PIC S9(9)V99.
                   10 WS-AC-LATER PIC S9(9)V99.
                   10 WS-AC-ON-FILE PIC X(1).
           01 WS-ACCT-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-CHARGE-EOF PIC A(1) VALUE "N".
           01 WS-PAYMENT-EOF PIC A(1) VALUE "N".
           01 WS-STUDENT-EOF PIC A(1) VALUE "N".
           01 WS-BALANCE-EOF PIC A(1) VALUE "N".
           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(4) COMP.
           01 WS-LOOKUP-ID PIC 9(5).
           01 WS-LOOKUP-ACCT PIC 9(6).

           01 WS-MONTH-ARG PIC X(6).
           01 WS-RUN-MONTH PIC 9(6).
           01 WS-RUN-MONTH-R REDEFINES WS-RUN-MONTH.
               05 WS-RUN-YEAR PIC 9(4).
               05 WS-RUN-MM PIC 9(2).
           01 WS-PERIOD-END PIC 9(8).
           01 WS-MONTH-DAYS-TABLE.
               05 FILLER PIC X(24) VALUE "312831303130313130313031".
           01 WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
               05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
           01 WS-LEAP-WORK PIC 9(4).
           01 WS-LEAP-REM PIC 9(4).
      *> DAYS-IN-MONTH's question and answer
           01 WS-DIM-YEAR PIC 9(4).
           01 WS-DIM-MONTH PIC 9(2).
           01 WS-DIM-DAYS PIC 9(2).

      *> the line being summarised
           01 WS-CUR-TYPE PIC X(8).
           01 WS-CUR-COURSE PIC X(5).
           01 WS-CUR-TERM PIC X(6).
           01 WS-CUR-TENDER PIC X(1).
           01 WS-CUR-AMOUNT PIC 9(7)V99.
           01 WS-CUR-DATE PIC 9(8).
           01 WS-SIGNED-AMOUNT PIC S9(9)V99.

           01 WS-TOTAL-DEBITS PIC 9(11)V99 VALUE ZERO.
           01 WS-TOTAL-CREDITS PIC 9(11)V99 VALUE ZERO.
           01 WS-POSTING-COUNT PIC 9(5) VALUE ZERO.
           01 WS-UNMAPPED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-LINES-TAKEN PIC 9(5) VALUE ZERO.

      *> the receivables proof
           01 WS-RCV-BROUGHT-FWD PIC S9(11)V99 VALUE ZERO.
           01 WS-RCV-MOVEMENT PIC S9(11)V99 VALUE ZERO.
           01 WS-RCV-LEDGER PIC S9(11)V99 VALUE ZERO.
           01 WS-ARREARS-OUTSTANDING PIC S9(11)V99 VALUE ZERO.
           01 WS-WITHDRAWN-BALANCE PIC S9(11)V99 VALUE ZERO.
           01 WS-UNKNOWN-BALANCE PIC S9(11)V99 VALUE ZERO.
           01 WS-LATER-MOVEMENT PIC S9(11)V99 VALUE ZERO.
           01 WS-RCV-EXPECTED PIC S9(11)V99 VALUE ZERO.
           01 WS-RCV-DIFFERENCE PIC S9(11)V99 VALUE ZERO.
           01 WS-STATED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-WITHDRAWN-COUNT PIC 9(5) VALUE ZERO.
           01 WS-UNKNOWN-COUNT PIC 9(5) VALUE ZERO.
           01 WS-NO-BALANCES-SW PIC X(1) VALUE "N".

           01 WS-KEY-TEXT PIC X(24).
           01 WS-ACCT-TEXT PIC X(20).
           01 WS-LINES-EDIT PIC ZZZZ9.
           01 WS-COUNT-EDIT PIC ZZZZ9.
           01 WS-AMOUNT-EDIT PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-SIGNED-EDIT PIC -ZZZ,ZZZ,ZZ9.99.
           01 WS-OUT-LINE PIC X(132).

           01 WS-STUDENT-PATH PIC X(80).
           01 WS-CHARGE-PATH PIC X(80).
           01 WS-PAYMENT-PATH PIC X(80).
           01 WS-MAP-PATH PIC X(80).
           01 WS-BALANCE-PATH PIC X(80).
           01 WS-POSTING-PATH PIC X(80).
           01 WS-REPORT-PATH PIC X(80).
           01 WS-STUDENT-STATUS PIC X(2).
           01 WS-CHARGE-STATUS PIC X(2).
           01 WS-PAYMENT-STATUS PIC X(2).
           01 WS-MAP-STATUS PIC X(2).
           01 WS-BALANCE-STATUS PIC X(2).
           01 WS-POSTING-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-MONTH-ARG FROM COMMAND-LINE.
           IF WS-MONTH-ARG = SPACES OR WS-MONTH-ARG (1:6) NOT NUMERIC
               DISPLAY "FEEGL: GIVE THE MONTH TO EXTRACT AS YYYYMM ON "
                   "THE COMMAND LINE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-MONTH-ARG (1:6) TO WS-RUN-MONTH.
           IF WS-RUN-MM < 1 OR WS-RUN-MM > 12
               DISPLAY "FEEGL: " WS-RUN-MONTH " IS NOT A MONTH"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-YEAR TO WS-DIM-YEAR.
           MOVE WS-RUN-MM TO WS-DIM-MONTH.
           PERFORM DAYS-IN-MONTH.
           COMPUTE WS-PERIOD-END = WS-RUN-MONTH * 100 + WS-DIM-DAYS.

           ACCEPT WS-STUDENT-PATH FROM ENVIRONMENT "STUDENT_INDEX".
           IF WS-STUDENT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\StudentIndex.txt"
                   TO WS-STUDENT-PATH
           END-IF.
           ACCEPT WS-CHARGE-PATH FROM ENVIRONMENT "CHARGES_FILE".
           IF WS-CHARGE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Charges.txt"
                   TO WS-CHARGE-PATH
           END-IF.
           ACCEPT WS-PAYMENT-PATH FROM ENVIRONMENT "PAYMENTS_FILE".
           IF WS-PAYMENT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Payments.txt"
                   TO WS-PAYMENT-PATH
           END-IF.
           ACCEPT WS-MAP-PATH FROM ENVIRONMENT "FEEGL_ACCOUNTMAP".
           IF WS-MAP-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\FeeAccountMap.txt"
                   TO WS-MAP-PATH
           END-IF.
           ACCEPT WS-BALANCE-PATH FROM ENVIRONMENT "GLBALANCE_FILE".
           IF WS-BALANCE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\GlBalances.txt"
                   TO WS-BALANCE-PATH
           END-IF.
           ACCEPT WS-POSTING-PATH FROM ENVIRONMENT "FEEGL_POSTINGS".
           IF WS-POSTING-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\FeePostings.txt"
                   TO WS-POSTING-PATH
           END-IF.
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "FEEGL_REPORT".
           IF WS-REPORT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\FeeGlReport.txt"
                   TO WS-REPORT-PATH
           END-IF.

           OPEN INPUT FEE-MAP-FILE.
           IF WS-MAP-STATUS NOT = "00"
               DISPLAY "ERROR OPENING FEE ACCOUNT MAP - STATUS "
                   WS-MAP-STATUS
               PERFORM REJECT-THE-EXTRACT
           END-IF.
           PERFORM UNTIL WS-MAP-EOF = "Y"
               READ FEE-MAP-FILE
                   AT END MOVE "Y" TO WS-MAP-EOF
                   NOT AT END
                       IF WS-MAP-COUNT < 100
                           ADD 1 TO WS-MAP-COUNT
                           SET WS-MAP-IDX TO WS-MAP-COUNT
                           MOVE FM-TYPE TO WS-MAP-TYPE (WS-MAP-IDX)
                           MOVE FM-KIND TO WS-MAP-KIND (WS-MAP-IDX)
                           MOVE FM-KEY TO WS-MAP-KEY (WS-MAP-IDX)
                           MOVE FM-DEBIT-ACCT
                               TO WS-MAP-DEBIT (WS-MAP-IDX)
                           MOVE FM-CREDIT-ACCT
                               TO WS-MAP-CREDIT (WS-MAP-IDX)
                           MOVE ZERO TO WS-MAP-AMOUNT (WS-MAP-IDX)
                           PERFORM NOTE-RECEIVABLES-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEE-MAP-FILE.

           OPEN INPUT STUDENT.
           IF WS-STUDENT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT INDEX - STATUS "
                   WS-STUDENT-STATUS
               PERFORM REJECT-THE-EXTRACT
           END-IF.

           OPEN INPUT CHARGE-FILE.
           IF WS-CHARGE-STATUS = "00"
               PERFORM UNTIL WS-CHARGE-EOF = "Y"
                   READ CHARGE-FILE
                       AT END MOVE "Y" TO WS-CHARGE-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-CHARGE-LINE
                   END-READ
               END-PERFORM
               CLOSE CHARGE-FILE
           END-IF.

           OPEN INPUT PAYMENT-FILE.
           IF WS-PAYMENT-STATUS = "00"
               PERFORM UNTIL WS-PAYMENT-EOF = "Y"
                   READ PAYMENT-FILE
                       AT END MOVE "Y" TO WS-PAYMENT-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-PAYMENT-LINE
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF.

      *> which accounts belong to students ARREARS states, which to
      *> the withdrawn it leaves out, and which to nobody on file
           PERFORM UNTIL WS-STUDENT-EOF = "Y"
               READ STUDENT NEXT RECORD
                   AT END MOVE "Y" TO WS-STUDENT-EOF
                   NOT AT END
                       PERFORM PLACE-ONE-STUDENT
               END-READ
           END-PERFORM.
           CLOSE STUDENT.

           IF WS-LINES-TAKEN = ZERO
               DISPLAY "NO FEE LINES DATED IN " WS-RUN-MONTH
               PERFORM REJECT-THE-EXTRACT
           END-IF.

           IF WS-SUM-COUNT > 1
               SORT WS-SM-ENTRY
                   ASCENDING KEY WS-SM-TYPE
                   ASCENDING KEY WS-SM-COURSE
                   ASCENDING KEY WS-SM-TERM
                   ASCENDING KEY WS-SM-TENDER
           END-IF.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SUM-COUNT
               PERFORM MAP-ONE-SUMMARY-LINE
           END-PERFORM.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-AMOUNT (WS-MAP-IDX) NOT = ZERO
                   ADD WS-MAP-AMOUNT (WS-MAP-IDX) TO WS-TOTAL-DEBITS
                   ADD WS-MAP-AMOUNT (WS-MAP-IDX) TO WS-TOTAL-CREDITS
                   ADD 2 TO WS-POSTING-COUNT
                   PERFORM MOVE-RECEIVABLES
               END-IF
           END-PERFORM.

           PERFORM BRING-FORWARD-RECEIVABLES.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-ACCT-COUNT
               EVALUATE WS-AC-ON-FILE (WS-AC-IDX)
                   WHEN "Y"
                       ADD 1 TO WS-STATED-COUNT
                       ADD WS-AC-BALANCE (WS-AC-IDX)
                           TO WS-ARREARS-OUTSTANDING
                   WHEN "W"
                       ADD 1 TO WS-WITHDRAWN-COUNT
                       ADD WS-AC-BALANCE (WS-AC-IDX)
                           TO WS-WITHDRAWN-BALANCE
                   WHEN OTHER
                       ADD 1 TO WS-UNKNOWN-COUNT
                       ADD WS-AC-BALANCE (WS-AC-IDX)
                           TO WS-UNKNOWN-BALANCE
               END-EVALUATE
               ADD WS-AC-LATER (WS-AC-IDX) TO WS-LATER-MOVEMENT
           END-PERFORM.
           COMPUTE WS-RCV-LEDGER = WS-RCV-BROUGHT-FWD
               + WS-RCV-MOVEMENT.
           COMPUTE WS-RCV-EXPECTED = WS-ARREARS-OUTSTANDING
               + WS-WITHDRAWN-BALANCE + WS-UNKNOWN-BALANCE
               - WS-LATER-MOVEMENT.
           COMPUTE WS-RCV-DIFFERENCE = WS-RCV-LEDGER
               - WS-RCV-EXPECTED.

           PERFORM WRITE-THE-REPORT.

           IF WS-UNMAPPED-COUNT > ZERO
               DISPLAY "FEE EXTRACT REJECTED - "
                   WS-UNMAPPED-COUNT " SUMMARY LINES HAVE NO "
                   "ACCOUNT MAPPING"
               DISPLAY "FIX FeeAccountMap.txt AND RERUN"
               PERFORM REJECT-THE-EXTRACT
           END-IF.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY "FEE EXTRACT REJECTED - DEBITS "
                   WS-TOTAL-DEBITS " DO NOT EQUAL CREDITS "
                   WS-TOTAL-CREDITS
               PERFORM REJECT-THE-EXTRACT
           END-IF.

           OPEN OUTPUT GL-POSTING-FILE.
           IF WS-POSTING-STATUS NOT = "00"
               DISPLAY "ERROR OPENING FEE POSTING FILE - "
                   "STATUS " WS-POSTING-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-AMOUNT (WS-MAP-IDX) NOT = ZERO
                   PERFORM WRITE-ONE-POSTING-PAIR
               END-IF
           END-PERFORM.
           CLOSE GL-POSTING-FILE.

           DISPLAY WS-POSTING-COUNT " FEE POSTING LINES "
               "WRITTEN, DEBITS EQUAL CREDITS AT "
               WS-TOTAL-DEBITS.
           IF WS-RCV-DIFFERENCE NOT = ZERO
               MOVE WS-RCV-DIFFERENCE TO WS-SIGNED-EDIT
               DISPLAY "LEDGER RECEIVABLES DO NOT AGREE WITH THE "
                   "STUDENT ACCOUNTS - DIFFERENCE " WS-SIGNED-EDIT
               DISPLAY "SEE FeeGlReport.txt"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> a rejected run must LOOK rejected - the GLEXTRACT rule
       REJECT-THE-EXTRACT.
           OPEN OUTPUT GL-POSTING-FILE.
           CLOSE GL-POSTING-FILE.
           DISPLAY "FeePostings.txt HAS BEEN EMPTIED".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       NOTE-RECEIVABLES-ACCOUNT.
           IF FM-TYPE = "CHARGE" OR FM-TYPE = "LATEFEE"
               MOVE FM-DEBIT-ACCT TO WS-LOOKUP-ACCT
           ELSE
               MOVE FM-CREDIT-ACCT TO WS-LOOKUP-ACCT
           END-IF.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-RA-IDX FROM 1 BY 1
                   UNTIL WS-RA-IDX > WS-RCV-COUNT
               IF WS-RA-ACCOUNT (WS-RA-IDX) = WS-LOOKUP-ACCT
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND AND WS-RCV-COUNT < 50
               ADD 1 TO WS-RCV-COUNT
               MOVE WS-LOOKUP-ACCT TO WS-RA-ACCOUNT (WS-RCV-COUNT)
           END-IF.

      *> a type the ledger does not know counts as a credit, the
      *> way ARREARS counts it
       TAKE-ONE-CHARGE-LINE.
           EVALUATE TRUE
               WHEN CH-IS-LATE-FEE
                   MOVE "LATEFEE" TO WS-CUR-TYPE
               WHEN CH-IS-CHARGE
                   MOVE "CHARGE" TO WS-CUR-TYPE
               WHEN CH-IS-AWARD
                   MOVE "AWARD" TO WS-CUR-TYPE
               WHEN OTHER
                   MOVE "CREDIT" TO WS-CUR-TYPE
           END-EVALUATE.
           IF CH-IS-CHARGE
               MOVE CH-AMOUNT TO WS-SIGNED-AMOUNT
           ELSE
               COMPUTE WS-SIGNED-AMOUNT = ZERO - CH-AMOUNT
           END-IF.
           MOVE CH-STUDENT-ID TO WS-LOOKUP-ID.
           MOVE CH-DATE TO WS-CUR-DATE.
           PERFORM POST-TO-STUDENT.
           IF CH-DATE (1:6) = WS-RUN-MONTH
               MOVE CH-COURSE-CODE TO WS-CUR-COURSE
               MOVE CH-TERM TO WS-CUR-TERM
               MOVE SPACE TO WS-CUR-TENDER
               MOVE CH-AMOUNT TO WS-CUR-AMOUNT
               PERFORM ADD-TO-SUMMARY
           END-IF.

       TAKE-ONE-PAYMENT-LINE.
           COMPUTE WS-SIGNED-AMOUNT = ZERO - PY-AMOUNT.
           MOVE PY-STUDENT-ID TO WS-LOOKUP-ID.
           MOVE PY-DATE TO WS-CUR-DATE.
           PERFORM POST-TO-STUDENT.
           IF PY-DATE (1:6) = WS-RUN-MONTH
               MOVE "PAYMENT" TO WS-CUR-TYPE
               MOVE SPACES TO WS-CUR-COURSE
               MOVE SPACES TO WS-CUR-TERM
               MOVE PY-TENDER TO WS-CUR-TENDER
               MOVE PY-AMOUNT TO WS-CUR-AMOUNT
               PERFORM ADD-TO-SUMMARY
           END-IF.

       POST-TO-STUDENT.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-ACCT-COUNT
               IF WS-AC-STUDENT (WS-AC-IDX) = WS-LOOKUP-ID
                   SET WS-FOUND TO TRUE
                   SET WS-MATCH-IDX TO WS-AC-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND AND WS-ACCT-COUNT < 2000
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-ACCT-COUNT TO WS-MATCH-IDX
               MOVE WS-LOOKUP-ID TO WS-AC-STUDENT (WS-MATCH-IDX)
               MOVE ZERO TO WS-AC-BALANCE (WS-MATCH-IDX)
               MOVE ZERO TO WS-AC-LATER (WS-MATCH-IDX)
               MOVE "N" TO WS-AC-ON-FILE (WS-MATCH-IDX)
               SET WS-FOUND TO TRUE
           END-IF.
           IF WS-FOUND
               ADD WS-SIGNED-AMOUNT TO WS-AC-BALANCE (WS-MATCH-IDX)
               IF WS-CUR-DATE > WS-PERIOD-END
                   ADD WS-SIGNED-AMOUNT TO WS-AC-LATER (WS-MATCH-IDX)
               END-IF
           END-IF.

       ADD-TO-SUMMARY.
           ADD 1 TO WS-LINES-TAKEN.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SUM-COUNT
               IF WS-SM-TYPE (WS-SM-IDX) = WS-CUR-TYPE AND
                       WS-SM-COURSE (WS-SM-IDX) = WS-CUR-COURSE AND
                       WS-SM-TERM (WS-SM-IDX) = WS-CUR-TERM AND
                       WS-SM-TENDER (WS-SM-IDX) = WS-CUR-TENDER
                   SET WS-FOUND TO TRUE
                   SET WS-MATCH-IDX TO WS-SM-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND AND WS-SUM-COUNT < 500
               ADD 1 TO WS-SUM-COUNT
               MOVE WS-SUM-COUNT TO WS-MATCH-IDX
               MOVE WS-CUR-TYPE TO WS-SM-TYPE (WS-MATCH-IDX)
               MOVE WS-CUR-COURSE TO WS-SM-COURSE (WS-MATCH-IDX)
               MOVE WS-CUR-TERM TO WS-SM-TERM (WS-MATCH-IDX)
               MOVE WS-CUR-TENDER TO WS-SM-TENDER (WS-MATCH-IDX)
               MOVE ZERO TO WS-SM-LINES (WS-MATCH-IDX)
               MOVE ZERO TO WS-SM-AMOUNT (WS-MATCH-IDX)
               MOVE ZERO TO WS-SM-MAP (WS-MATCH-IDX)
               SET WS-FOUND TO TRUE
           END-IF.
           IF WS-FOUND
               ADD 1 TO WS-SM-LINES (WS-MATCH-IDX)
               ADD WS-CUR-AMOUNT TO WS-SM-AMOUNT (WS-MATCH-IDX)
           END-IF.

       PLACE-ONE-STUDENT.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-ACCT-COUNT
               IF WS-AC-STUDENT (WS-AC-IDX) = STUDENT-ID
                   IF STUDENT-STATUS = "W"
                       MOVE "W" TO WS-AC-ON-FILE (WS-AC-IDX)
                   ELSE
                       MOVE "Y" TO WS-AC-ON-FILE (WS-AC-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> the most particular map line for the movement - its
      *> course, then its term, then the movement's blank line;
      *> payments go by tender, then the blank line
       MAP-ONE-SUMMARY-LINE.
           MOVE ZERO TO WS-MATCH-IDX.
           IF WS-SM-TYPE (WS-SM-IDX) = "PAYMENT"
               PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                       UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   IF WS-MAP-TYPE (WS-MAP-IDX) = "PAYMENT" AND
                           WS-MAP-KIND (WS-MAP-IDX) = "P" AND
                           WS-MAP-KEY (WS-MAP-IDX) =
                               WS-SM-TENDER (WS-SM-IDX)
                       SET WS-MATCH-IDX TO WS-MAP-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           ELSE
               IF WS-SM-COURSE (WS-SM-IDX) NOT = SPACES
                   PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                           UNTIL WS-MAP-IDX > WS-MAP-COUNT
                       IF WS-MAP-TYPE (WS-MAP-IDX) =
                               WS-SM-TYPE (WS-SM-IDX) AND
                               WS-MAP-KIND (WS-MAP-IDX) = "C" AND
                               WS-MAP-KEY (WS-MAP-IDX) =
                                   WS-SM-COURSE (WS-SM-IDX)
                           SET WS-MATCH-IDX TO WS-MAP-IDX
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-MATCH-IDX = ZERO AND
                       WS-SM-TERM (WS-SM-IDX) NOT = SPACES
                   PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                           UNTIL WS-MAP-IDX > WS-MAP-COUNT
                       IF WS-MAP-TYPE (WS-MAP-IDX) =
                               WS-SM-TYPE (WS-SM-IDX) AND
                               WS-MAP-KIND (WS-MAP-IDX) = "T" AND
                               WS-MAP-KEY (WS-MAP-IDX) =
                                   WS-SM-TERM (WS-SM-IDX)
                           SET WS-MATCH-IDX TO WS-MAP-IDX
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           IF WS-MATCH-IDX = ZERO
               PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                       UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   IF WS-MAP-TYPE (WS-MAP-IDX) =
                           WS-SM-TYPE (WS-SM-IDX) AND
                           WS-MAP-KIND (WS-MAP-IDX) = SPACE
                       SET WS-MATCH-IDX TO WS-MAP-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-MATCH-IDX TO WS-SM-MAP (WS-SM-IDX).
           IF WS-MATCH-IDX = ZERO
               ADD 1 TO WS-UNMAPPED-COUNT
               PERFORM BUILD-KEY-TEXT
               DISPLAY "NO ACCOUNT MAPPING FOR "
                   WS-SM-TYPE (WS-SM-IDX) " " WS-KEY-TEXT
           ELSE
               ADD WS-SM-AMOUNT (WS-SM-IDX)
                   TO WS-MAP-AMOUNT (WS-MATCH-IDX)
           END-IF.

      *> what one map line's pair does to the receivables accounts
       MOVE-RECEIVABLES.
           MOVE WS-MAP-DEBIT (WS-MAP-IDX) TO WS-LOOKUP-ACCT.
           PERFORM FIND-RECEIVABLES-ACCOUNT.
           IF WS-FOUND
               ADD WS-MAP-AMOUNT (WS-MAP-IDX) TO WS-RCV-MOVEMENT
           END-IF.
           MOVE WS-MAP-CREDIT (WS-MAP-IDX) TO WS-LOOKUP-ACCT.
           PERFORM FIND-RECEIVABLES-ACCOUNT.
           IF WS-FOUND
               SUBTRACT WS-MAP-AMOUNT (WS-MAP-IDX)
                   FROM WS-RCV-MOVEMENT
           END-IF.

       FIND-RECEIVABLES-ACCOUNT.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-RA-IDX FROM 1 BY 1
                   UNTIL WS-RA-IDX > WS-RCV-COUNT
               IF WS-RA-ACCOUNT (WS-RA-IDX) = WS-LOOKUP-ACCT
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> the ledger's receivables at the end of the month before -
      *> this month's own totals, should it already be journaled,
      *> are left out so a rerun is proved the same way
       BRING-FORWARD-RECEIVABLES.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS NOT = "00"
               MOVE "Y" TO WS-NO-BALANCES-SW
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-BALANCE-EOF = "Y"
               READ BALANCE-FILE
                   AT END MOVE "Y" TO WS-BALANCE-EOF
                   NOT AT END
                       IF GB-PERIOD < WS-RUN-MONTH
                           MOVE GB-ACCOUNT TO WS-LOOKUP-ACCT
                           PERFORM FIND-RECEIVABLES-ACCOUNT
                           IF WS-FOUND
                               ADD GB-DEBITS TO WS-RCV-BROUGHT-FWD
                               SUBTRACT GB-CREDITS
                                   FROM WS-RCV-BROUGHT-FWD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BALANCE-FILE.

       BUILD-KEY-TEXT.
           MOVE SPACES TO WS-KEY-TEXT.
           EVALUATE TRUE
               WHEN WS-SM-TYPE (WS-SM-IDX) = "PAYMENT"
                   STRING "TENDER " WS-SM-TENDER (WS-SM-IDX)
                       DELIMITED BY SIZE INTO WS-KEY-TEXT
                   END-STRING
               WHEN WS-SM-COURSE (WS-SM-IDX) = SPACES AND
                       WS-SM-TERM (WS-SM-IDX) = SPACES
                   MOVE "NO COURSE OR TERM" TO WS-KEY-TEXT
               WHEN OTHER
                   STRING "COURSE " WS-SM-COURSE (WS-SM-IDX)
                       " TERM " WS-SM-TERM (WS-SM-IDX)
                       DELIMITED BY SIZE INTO WS-KEY-TEXT
                   END-STRING
           END-EVALUATE.

       WRITE-THE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING FEE GL REPORT - STATUS "
                   WS-REPORT-STATUS
               PERFORM REJECT-THE-EXTRACT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "STUDENT FEE EXTRACT TO THE GENERAL LEDGER FOR "
               WS-RUN-MONTH " - POSTED AT " WS-PERIOD-END
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MOVEMENT FOR THE MONTH" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "TYPE" TO REPORT-LINE (1:4).
           MOVE "COURSE / TERM / TENDER" TO REPORT-LINE (10:22).
           MOVE "LINES" TO REPORT-LINE (36:5).
           MOVE "AMOUNT" TO REPORT-LINE (50:6).
           MOVE "POSTED THROUGH" TO REPORT-LINE (59:14).
           WRITE REPORT-LINE.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SUM-COUNT
               PERFORM BUILD-KEY-TEXT
               MOVE WS-SM-LINES (WS-SM-IDX) TO WS-LINES-EDIT
               MOVE WS-SM-AMOUNT (WS-SM-IDX) TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-ACCT-TEXT
               IF WS-SM-MAP (WS-SM-IDX) = ZERO
                   MOVE "*** NO ACCOUNT MAPPING ***" TO WS-OUT-LINE
               ELSE
                   MOVE SPACES TO WS-OUT-LINE
                   SET WS-MAP-IDX TO WS-SM-MAP (WS-SM-IDX)
                   STRING "DR " WS-MAP-DEBIT (WS-MAP-IDX)
                       " CR " WS-MAP-CREDIT (WS-MAP-IDX)
                       DELIMITED BY SIZE INTO WS-OUT-LINE
               END-IF
               MOVE SPACES TO REPORT-LINE
               MOVE WS-SM-TYPE (WS-SM-IDX) TO REPORT-LINE (1:8)
               MOVE WS-KEY-TEXT TO REPORT-LINE (10:24)
               MOVE WS-LINES-EDIT TO REPORT-LINE (36:5)
               MOVE WS-AMOUNT-EDIT TO REPORT-LINE (42:14)
               MOVE WS-OUT-LINE (1:30) TO REPORT-LINE (59:30)
               WRITE REPORT-LINE
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "POSTINGS BY MAP LINE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-AMOUNT (WS-MAP-IDX) NOT = ZERO
                   MOVE WS-MAP-AMOUNT (WS-MAP-IDX) TO WS-AMOUNT-EDIT
                   MOVE SPACES TO REPORT-LINE
                   MOVE WS-MAP-TYPE (WS-MAP-IDX) TO REPORT-LINE (1:8)
                   MOVE WS-MAP-KIND (WS-MAP-IDX) TO REPORT-LINE (10:1)
                   MOVE WS-MAP-KEY (WS-MAP-IDX) TO REPORT-LINE (12:6)
                   MOVE WS-AMOUNT-EDIT TO REPORT-LINE (42:14)
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "DR " WS-MAP-DEBIT (WS-MAP-IDX)
                       " CR " WS-MAP-CREDIT (WS-MAP-IDX)
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   MOVE WS-OUT-LINE (1:30) TO REPORT-LINE (59:30)
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-EDIT.
           MOVE WS-POSTING-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "DEBITS AND CREDITS EACH " WS-AMOUNT-EDIT
               " ON " WS-COUNT-EDIT " POSTING LINES"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-UNMAPPED-COUNT > ZERO
               MOVE WS-UNMAPPED-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "EXTRACT REJECTED - " WS-COUNT-EDIT
                   " SUMMARY LINES HAVE NO ACCOUNT MAPPING - "
                   "FeePostings.txt EMPTIED, NOTHING TO PROVE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE "RECEIVABLES PROOF" TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-NO-BALANCES-SW = "Y"
               MOVE "  NO LEDGER BALANCES ON FILE - NONE BROUGHT IN"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE WS-RCV-BROUGHT-FWD TO WS-SIGNED-EDIT.
           MOVE SPACES TO REPORT-LINE.
           MOVE "LEDGER RECEIVABLES BROUGHT FORWARD" TO REPORT-LINE.
           MOVE WS-SIGNED-EDIT TO REPORT-LINE (56:15).
           WRITE REPORT-LINE.
           MOVE WS-RCV-MOVEMENT TO WS-SIGNED-EDIT.
           MOVE SPACES TO REPORT-LINE.
           MOVE "THIS MONTH'S POSTINGS TO RECEIVABLES"
               TO REPORT-LINE.
           MOVE WS-SIGNED-EDIT TO REPORT-LINE (56:15).
           WRITE REPORT-LINE.
           MOVE WS-RCV-LEDGER TO WS-SIGNED-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "LEDGER RECEIVABLES AT " WS-PERIOD-END
               DELIMITED BY SIZE INTO REPORT-LINE.
           MOVE WS-SIGNED-EDIT TO REPORT-LINE (56:15).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-ARREARS-OUTSTANDING TO WS-SIGNED-EDIT.
           MOVE WS-STATED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL OUTSTANDING ON ARREARS (" WS-COUNT-EDIT
               " ACCOUNTS)"
               DELIMITED BY SIZE INTO REPORT-LINE.
           MOVE WS-SIGNED-EDIT TO REPORT-LINE (56:15).
           WRITE REPORT-LINE.
           MOVE WS-WITHDRAWN-BALANCE TO WS-SIGNED-EDIT.
           MOVE WS-WITHDRAWN-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ADD WITHDRAWN STUDENTS' BALANCES (" WS-COUNT-EDIT
               ")"
               DELIMITED BY SIZE INTO REPORT-LINE.
           MOVE WS-SIGNED-EDIT TO REPORT-LINE (56:15).
           WRITE REPORT-LINE.
           MOVE WS-UNKNOWN-BALANCE TO WS-SIGNED-EDIT.
           MOVE WS-UNKNOWN-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ADD STUDENTS NOT ON THE INDEX (" WS-COUNT-EDIT ")"
               DELIMITED BY SIZE INTO REPORT-LINE.
           MOVE WS-SIGNED-EDIT TO REPORT-LINE (56:15).
           WRITE REPORT-LINE.
           MOVE WS-LATER-MOVEMENT TO WS-SIGNED-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "LESS MOVEMENT DATED AFTER " WS-PERIOD-END
               DELIMITED BY SIZE INTO REPORT-LINE.
           MOVE WS-SIGNED-EDIT TO REPORT-LINE (56:15).
           WRITE REPORT-LINE.
           MOVE WS-RCV-EXPECTED TO WS-SIGNED-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "STUDENT ACCOUNTS AT " WS-PERIOD-END
               DELIMITED BY SIZE INTO REPORT-LINE.
           MOVE WS-SIGNED-EDIT TO REPORT-LINE (56:15).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RCV-DIFFERENCE = ZERO
               MOVE "RECONCILED - LEDGER EQUALS THE STUDENT ACCOUNTS"
                   TO REPORT-LINE
           ELSE
               MOVE WS-RCV-DIFFERENCE TO WS-SIGNED-EDIT
               MOVE SPACES TO REPORT-LINE
               MOVE "*** NOT RECONCILED - DIFFERENCE ***"
                   TO REPORT-LINE
               MOVE WS-SIGNED-EDIT TO REPORT-LINE (56:15)
           END-IF.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

       WRITE-ONE-POSTING-PAIR.
           MOVE WS-PERIOD-END TO GL-DATE.
           MOVE WS-MAP-DEBIT (WS-MAP-IDX) TO GL-ACCOUNT.
           MOVE "DR" TO GL-DRCR.
           MOVE WS-MAP-AMOUNT (WS-MAP-IDX) TO GL-AMOUNT.
           MOVE "STUFEES" TO GL-SOURCE.
           MOVE ZERO TO GL-BRANCH.
           MOVE WS-MAP-TYPE (WS-MAP-IDX) TO GL-TYPE.
           WRITE GL-POSTING-LINE.
           MOVE WS-MAP-CREDIT (WS-MAP-IDX) TO GL-ACCOUNT.
           MOVE "CR" TO GL-DRCR.
           WRITE GL-POSTING-LINE.

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

       END PROGRAM FEEGL.
