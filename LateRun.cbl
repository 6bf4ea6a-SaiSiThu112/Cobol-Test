       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATERUN.

      *> the monthly late-payment run: every payment-plan
      *> instalment still unpaid past its due date by more than the
      *> grace period draws a late charge from the fee table
      *> (LateFees.txt) - the band with the most days the lateness
      *> exceeds, its flat fee plus its percentage of what is still
      *> unpaid on the instalment. The charge is appended to
      *> Charges.txt as a late-payment line (L) against the plan's
      *> term, and the instalment is stamped so a second run in the
      *> same month charges nothing more; next month it charges
      *> again if the instalment is still unpaid. Every charge
      *> raised is listed in LateCharges.txt with the run's totals.
      *> The run date is today, or YYYYMMDD on the command line.
      *> Holds the PAYPLANS lock while it works.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PAY-PLAN-FILE ASSIGN TO DYNAMIC WS-PLAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT LATE-FEE-FILE ASSIGN TO DYNAMIC WS-FEE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

           SELECT CHARGE-FILE ASSIGN TO DYNAMIC WS-CHARGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-STATUS.

           SELECT LATE-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PAY-PLAN-FILE.
           01 PAY-PLAN-LINE.
               COPY PAY-PLAN.

           FD LATE-FEE-FILE.
           01 LATE-FEE-LINE.
               COPY LATE-FEE.

           FD CHARGE-FILE.
           01 CHARGE-REC.
               COPY CHARGE.

           FD LATE-REPORT-FILE.
           01 LATE-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-PLAN-TABLE.
               05 WS-PP-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PP-IDX.
                   10 WS-PP-STUDENT PIC 9(5).
                   10 WS-PP-TERM PIC X(6).
                   10 WS-PP-INST PIC 9(2).
                   10 WS-PP-DUE PIC 9(8).
                   10 WS-PP-AMOUNT PIC 9(5)V99.
                   10 WS-PP-PAID PIC 9(5)V99.
                   10 WS-PP-LATE PIC 9(8).
                   10 WS-PP-LATE-R REDEFINES WS-PP-LATE.
                       15 WS-PP-LATE-MONTH PIC 9(6).
                       15 FILLER PIC 9(2).
           01 WS-PLAN-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-FEE-TABLE.
               05 WS-LF-ENTRY OCCURS 50 TIMES INDEXED BY WS-LF-IDX.
                   10 WS-LF-DAYS PIC 9(3).
                   10 WS-LF-FLAT PIC 9(5)V99.
                   10 WS-LF-PERCENT PIC 9(3)V99.
           01 WS-FEE-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-ARGS PIC X(8).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               05 WS-RUN-MONTH PIC 9(6).
               05 FILLER PIC 9(2).

           01 WS-PLAN-EOF PIC A(1) VALUE "N".
           01 WS-FEE-EOF PIC A(1) VALUE "N".
           01 WS-PLANS-CHANGED-SW PIC X(1) VALUE "N".
               88 WS-PLANS-CHANGED VALUE "Y".

           01 WS-INST-UNPAID PIC 9(5)V99.
           01 WS-DAYS-LATE PIC S9(7).
           01 WS-BAND-IDX PIC 9(4) COMP.
           01 WS-FEE PIC 9(7)V99.
           01 WS-RAISED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-RAISED-TOTAL PIC 9(9)V99 VALUE ZERO.
           01 WS-GRACE-COUNT PIC 9(5) VALUE ZERO.
           01 WS-ALREADY-COUNT PIC 9(5) VALUE ZERO.

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
           01 WS-RUN-SERIAL PIC 9(7).

           01 WS-DAYS-EDIT PIC ZZZ9.
           01 WS-UNPAID-EDIT PIC ZZ,ZZ9.99.
           01 WS-FEE-EDIT PIC ZZ,ZZ9.99.
           01 WS-TOTAL-EDIT PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-COUNT-EDIT PIC ZZZZ9.
           01 WS-REPORT-LINE PIC X(80).

      *> the shared-file interlock - PLANMAINT and PAYENT rewrite
      *> the plans too
           01 WS-LOCK-PARM.
               05 FL-ACTION PIC X(1).
               05 FL-LOCK-NAME PIC X(20).
               05 FL-HOLDER PIC X(10).
               05 FL-RESULT PIC X(1).
                   88 FL-GRANTED VALUE "G".
                   88 FL-HELD VALUE "H".
               05 FL-MESSAGE PIC X(40).

           01 WS-PLAN-PATH PIC X(80).
           01 WS-FEE-PATH PIC X(80).
           01 WS-CHARGE-PATH PIC X(80).
           01 WS-REPORT-PATH PIC X(80).
           01 WS-PLAN-STATUS PIC X(2).
           01 WS-FEE-STATUS PIC X(2).
           01 WS-CHARGE-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ARGS FROM COMMAND-LINE.
           IF WS-ARGS = SPACES
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               IF WS-ARGS NOT NUMERIC
                   DISPLAY "LATERUN: GIVE THE RUN DATE AS YYYYMMDD "
                       "ON THE COMMAND LINE, OR NOTHING FOR TODAY"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ARGS TO WS-RUN-DATE
           END-IF.
           MOVE WS-RUN-DATE TO WS-CONV-DATE.
           PERFORM DATE-TO-SERIAL.
           MOVE WS-CONV-SERIAL TO WS-RUN-SERIAL.

           ACCEPT WS-PLAN-PATH FROM ENVIRONMENT "PAYMENT_PLANS".
           IF WS-PLAN-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PaymentPlans.txt"
                   TO WS-PLAN-PATH
           END-IF.
           ACCEPT WS-FEE-PATH FROM ENVIRONMENT "LATE_FEES".
           IF WS-FEE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\LateFees.txt"
                   TO WS-FEE-PATH
           END-IF.
           ACCEPT WS-CHARGE-PATH FROM ENVIRONMENT "CHARGES_FILE".
           IF WS-CHARGE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Charges.txt"
                   TO WS-CHARGE-PATH
           END-IF.
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "LATERUN_REPORT".
           IF WS-REPORT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\LateCharges.txt"
                   TO WS-REPORT-PATH
           END-IF.

      *> no fee table, no late charges - said plainly rather than
      *> passing for a month where everyone paid on time
           OPEN INPUT LATE-FEE-FILE.
           IF WS-FEE-STATUS = "00"
               PERFORM UNTIL WS-FEE-EOF = "Y"
                   READ LATE-FEE-FILE
                       AT END MOVE "Y" TO WS-FEE-EOF
                       NOT AT END
                           IF WS-FEE-COUNT < 50
                               ADD 1 TO WS-FEE-COUNT
                               SET WS-LF-IDX TO WS-FEE-COUNT
                               MOVE LF-OVER-DAYS
                                   TO WS-LF-DAYS (WS-LF-IDX)
                               MOVE LF-FLAT-FEE
                                   TO WS-LF-FLAT (WS-LF-IDX)
                               MOVE LF-PERCENT
                                   TO WS-LF-PERCENT (WS-LF-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LATE-FEE-FILE
           END-IF.
           IF WS-FEE-COUNT = ZERO
               DISPLAY "NO LATE FEE TABLE - RUN LATEMAINT FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "A" TO FL-ACTION.
           MOVE "PAYPLANS" TO FL-LOCK-NAME.
           MOVE "LATERUN" TO FL-HOLDER.
           CALL "FILELOCK" USING WS-LOCK-PARM.
           IF NOT FL-GRANTED
               DISPLAY "PAYMENT PLANS ARE BEING UPDATED BY "
                   FL-HOLDER " - TRY AGAIN SHORTLY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> no plans file just means nobody is on a plan yet
           OPEN INPUT PAY-PLAN-FILE.
           IF WS-PLAN-STATUS = "00"
               PERFORM UNTIL WS-PLAN-EOF = "Y"
                   READ PAY-PLAN-FILE
                       AT END MOVE "Y" TO WS-PLAN-EOF
                       NOT AT END
                           IF WS-PLAN-COUNT < 2000
                               ADD 1 TO WS-PLAN-COUNT
                               SET WS-PP-IDX TO WS-PLAN-COUNT
                               MOVE PAY-PLAN-LINE
                                   TO WS-PP-ENTRY (WS-PP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-PLAN-FILE
           END-IF.

           OPEN EXTEND CHARGE-FILE.
           IF WS-CHARGE-STATUS = "35"
               OPEN OUTPUT CHARGE-FILE
           END-IF.
           IF WS-CHARGE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CHARGES FILE - STATUS "
                   WS-CHARGE-STATUS
               MOVE "R" TO FL-ACTION
               CALL "FILELOCK" USING WS-LOCK-PARM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LATE-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LATE CHARGES REPORT - STATUS "
                   WS-REPORT-STATUS
               CLOSE CHARGE-FILE
               MOVE "R" TO FL-ACTION
               CALL "FILELOCK" USING WS-LOCK-PARM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "LATE-PAYMENT CHARGES RAISED ON " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO LATE-REPORT-LINE.
           WRITE LATE-REPORT-LINE.
           MOVE SPACES TO LATE-REPORT-LINE.
           WRITE LATE-REPORT-LINE.
           MOVE "STUDENT TERM   NO   DUE      DAYS    UNPAID       FEE"
               TO LATE-REPORT-LINE.
           WRITE LATE-REPORT-LINE.

           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PLAN-COUNT
               IF WS-PP-PAID (WS-PP-IDX) < WS-PP-AMOUNT (WS-PP-IDX)
                       AND WS-PP-DUE (WS-PP-IDX) < WS-RUN-DATE
                   PERFORM CHARGE-ONE-INSTALMENT
               END-IF
           END-PERFORM.
           CLOSE CHARGE-FILE.

           IF WS-RAISED-COUNT = ZERO
               MOVE "NO LATE-PAYMENT CHARGES RAISED"
                   TO LATE-REPORT-LINE
               WRITE LATE-REPORT-LINE
           END-IF.
           MOVE SPACES TO LATE-REPORT-LINE.
           WRITE LATE-REPORT-LINE.
           MOVE WS-RAISED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-RAISED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOTAL " WS-COUNT-EDIT " CHARGES " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO LATE-REPORT-LINE.
           WRITE LATE-REPORT-LINE.
           MOVE WS-GRACE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-COUNT-EDIT " OVERDUE INSTALMENTS STILL IN "
               "THE GRACE PERIOD"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO LATE-REPORT-LINE.
           WRITE LATE-REPORT-LINE.
           MOVE WS-ALREADY-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-COUNT-EDIT " ALREADY CHARGED THIS MONTH"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO LATE-REPORT-LINE.
           WRITE LATE-REPORT-LINE.
           CLOSE LATE-REPORT-FILE.

           IF WS-PLANS-CHANGED
               PERFORM WRITE-PLANS-BACK
           END-IF.
           MOVE "R" TO FL-ACTION.
           CALL "FILELOCK" USING WS-LOCK-PARM.

           MOVE WS-RAISED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "LATE RUN " WS-RUN-DATE ": " WS-COUNT-EDIT
               " CHARGES RAISED TOTALLING " WS-TOTAL-EDIT.
           STOP RUN.

      *> the band is the one with the most days the lateness
      *> exceeds - none means the instalment is still in its grace
       CHARGE-ONE-INSTALMENT.
           MOVE WS-PP-DUE (WS-PP-IDX) TO WS-CONV-DATE.
           PERFORM DATE-TO-SERIAL.
           COMPUTE WS-DAYS-LATE = WS-RUN-SERIAL - WS-CONV-SERIAL.
           MOVE ZERO TO WS-BAND-IDX.
           PERFORM VARYING WS-LF-IDX FROM 1 BY 1
                   UNTIL WS-LF-IDX > WS-FEE-COUNT
               IF WS-DAYS-LATE > WS-LF-DAYS (WS-LF-IDX)
                   IF WS-BAND-IDX = ZERO
                       SET WS-BAND-IDX TO WS-LF-IDX
                   ELSE
                       IF WS-LF-DAYS (WS-LF-IDX) >
                               WS-LF-DAYS (WS-BAND-IDX)
                           SET WS-BAND-IDX TO WS-LF-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-BAND-IDX = ZERO
               ADD 1 TO WS-GRACE-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-PP-LATE-MONTH (WS-PP-IDX) = WS-RUN-MONTH
               ADD 1 TO WS-ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-INST-UNPAID = WS-PP-AMOUNT (WS-PP-IDX)
               - WS-PP-PAID (WS-PP-IDX).
           COMPUTE WS-FEE ROUNDED = WS-LF-FLAT (WS-BAND-IDX)
               + WS-INST-UNPAID * WS-LF-PERCENT (WS-BAND-IDX) / 100.
           IF WS-FEE > 99999.99
               MOVE 99999.99 TO WS-FEE
           END-IF.

           MOVE WS-PP-STUDENT (WS-PP-IDX) TO CH-STUDENT-ID.
           MOVE SPACES TO CH-COURSE-CODE.
           MOVE WS-FEE TO CH-AMOUNT.
           MOVE WS-RUN-DATE TO CH-DATE.
           MOVE WS-PP-TERM (WS-PP-IDX) TO CH-TERM.
           MOVE "L" TO CH-TYPE.
           MOVE SPACES TO CH-AWARD-CODE.
           WRITE CHARGE-REC.
           MOVE WS-RUN-DATE TO WS-PP-LATE (WS-PP-IDX).
           SET WS-PLANS-CHANGED TO TRUE.
           ADD 1 TO WS-RAISED-COUNT.
           ADD WS-FEE TO WS-RAISED-TOTAL.

           MOVE WS-DAYS-LATE TO WS-DAYS-EDIT.
           MOVE WS-INST-UNPAID TO WS-UNPAID-EDIT.
           MOVE WS-FEE TO WS-FEE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-PP-STUDENT (WS-PP-IDX) "   "
               WS-PP-TERM (WS-PP-IDX) " " WS-PP-INST (WS-PP-IDX)
               "   " WS-PP-DUE (WS-PP-IDX) " " WS-DAYS-EDIT " "
               WS-UNPAID-EDIT " " WS-FEE-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO LATE-REPORT-LINE.
           WRITE LATE-REPORT-LINE.

       WRITE-PLANS-BACK.
           OPEN OUTPUT PAY-PLAN-FILE.
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "ERROR WRITING PAYMENT PLANS - STATUS "
                   WS-PLAN-STATUS
               DISPLAY "CHARGES ARE RAISED BUT THE INSTALMENTS ARE "
                   "NOT STAMPED - DO NOT RERUN THIS MONTH"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PLAN-COUNT
               MOVE WS-PP-ENTRY (WS-PP-IDX) TO PAY-PLAN-LINE
               WRITE PAY-PLAN-LINE
           END-PERFORM.
           CLOSE PAY-PLAN-FILE.

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

       END PROGRAM LATERUN.
