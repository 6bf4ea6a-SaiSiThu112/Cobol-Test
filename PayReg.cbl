      *> with gross, tax, each deduction and net, with register
      *> totals finance can tie back to. Missing tables are warned
      *> about and treated as empty - the register still prints.
      *> The bank upload is no longer sent straight from the run: it
      *> is written to the held file BankPayHeld.txt, and every run
      *> also writes PayVariance.txt against the previous run on
      *> PayHistory.txt - new starters, leavers, and anyone whose
      *> gross or net moved by more than the variance percentage
      *> (PAYREG_VARIANCE_PCT, 10 when unset). The run is logged as
      *> held on PayRelease.txt and the released BankPay.txt is
      *> emptied, so nothing reaches the bank until a supervisor
      *> signs the variance report off through PAYRELEASE.
      *> A leaver - PERSON-TERM-DATE set by REWRITETEST, on or before
      *> the run date - gets a final settlement in the first run
      *> after leaving: the last month pro-rated to the termination
      *> day (less the full month if a run in that month already
      *> paid it), and the leave balance LEAVEENT's accrual rules
      *> give at the termination date paid out at a calendar day's
      *> salary - or, overdrawn, recovered. Each one gets a
      *> statement on PaySettlement.txt. A leaver already paid on or
      *> after the termination date has been settled and drops out
      *> of the run, as does an inactive leaver who left before the
      *> previous run. A salary rise SALREVIEW applied back-dated is
      *> paid as arrears: every run on PayHistory.txt from the
      *> effective date until the rise was applied paid the old
      *> salary, so the difference for each of those months (the
      *> effective month pro-rated) goes on the payslip as a line of
      *> its own, taxed with this run, and RetroRegister.txt lists
      *> the arrears month by month for finance to check.
      *> Loans and salary advances LOANENT put on Loans.txt are
      *> recovered after the fixed deductions: each open loan whose
      *> start period has come takes its instalment - never more
      *> than the balance, nor than the net pay left - with a
      *> payslip line showing the balance still to go, and stops
      *> once it is repaid. A leaver's settlement takes whatever
      *> balance it can, and anything it cannot is flagged on the
      *> statement and the register for recovery from the leaver.
      *> Loans.txt is rewritten under the LOANS lock LOANENT takes,
      *> each loan stamped with the run and the amount, so a rerun
      *> of the day puts the amount back before taking it again.
      *> Members of an employer pension scheme on PensionMembers.txt
      *> contribute from the first run on or after their join date
      *> until they opt out: the scheme's employee and employer
      *> percentages of gross, capped at the scheme's monthly
      *> earnings ceiling, off PensionSchemes.txt. The employee
      *> share comes off net pay with the other deductions, both
      *> shares are carried on PayHistory.txt for PAYGL, and the
      *> month's contributions go to the provider on
      *> PensionRemit.txt, recreated each run with a control
      *> trailer like the bank file's.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-DED-STATUS.

      *> the bank's upload: one line per paid employee plus a
      *> control total, replacing the hour at the bank terminal -
      *> written held, for PAYRELEASE to release
           SELECT BANK-FILE ASSIGN TO DYNAMIC WS-HELD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.

      *> the released upload the bank takes - emptied by every run
      *> until that run is released
           SELECT RELEASED-BANK-FILE ASSIGN TO DYNAMIC WS-BANK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASED-STATUS.

      *> this run against the previous one, for the sign-off
           SELECT VARIANCE-FILE ASSIGN TO DYNAMIC WS-VARIANCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARIANCE-STATUS.

      *> each run held, and each release, with who did it
           SELECT RELEASE-LOG-FILE ASSIGN TO DYNAMIC WS-RELLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELLOG-STATUS.

      *> every run leaves one history line per employee - the
      *> register is recreated monthly, this survives
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OTRATE-STATUS.

      *> the leave bookings LEAVEENT keeps, for a leaver's balance
           SELECT LEAVE-FILE ASSIGN TO DYNAMIC WS-LEAVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-STATUS.

      *> the final settlement statement for each leaver paid off
           SELECT SETTLEMENT-FILE ASSIGN TO DYNAMIC WS-SETTLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

      *> each salary SALREVIEW changed, stamped once its arrears
      *> are paid
           SELECT SALARY-CHANGE-FILE ASSIGN TO DYNAMIC WS-CHANGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.

      *> the arrears paid this run, month by month
           SELECT RETRO-FILE ASSIGN TO DYNAMIC WS-RETRO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-STATUS.

      *> the pension schemes and who belongs to them
           SELECT SCHEME-FILE ASSIGN TO DYNAMIC WS-SCHEME-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEME-STATUS.

           SELECT MEMBER-FILE ASSIGN TO DYNAMIC WS-MEMBER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.

      *> the month's contributions for the pension provider
           SELECT REMIT-FILE ASSIGN TO DYNAMIC WS-REMIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.

      *> the staff loans and advances recovered through the run
           SELECT LOAN-FILE ASSIGN TO DYNAMIC WS-LOAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PERSON.
           FD BANK-FILE.
           01 BANK-LINE PIC X(60).

           FD RELEASED-BANK-FILE.
           01 RELEASED-BANK-LINE PIC X(60).

           FD VARIANCE-FILE.
           01 VARIANCE-LINE PIC X(110).

           FD RELEASE-LOG-FILE.
           01 RELEASE-LOG-REC.
               COPY PAY-RELEASE.

           FD HISTORY-FILE.
           01 HISTORY-REC.
               COPY PAY-HISTORY.
               05 OTR-GRADE PIC X(2).
               05 OTR-RATE PIC 9(4)V99.

           FD LEAVE-FILE.
           01 LEAVE-REC.
               COPY LEAVE-RECORD.

           FD SETTLEMENT-FILE.
           01 SETTLEMENT-LINE PIC X(110).

           FD SALARY-CHANGE-FILE.
           01 SALARY-CHANGE-REC.
               COPY SALARY-CHANGE.

           FD RETRO-FILE.
           01 RETRO-LINE PIC X(110).

           FD LOAN-FILE.
           01 LOAN-REC.
               COPY EMP-LOAN.

           FD SCHEME-FILE.
           01 SCHEME-REC.
               COPY PENSION-SCHEME.

           FD MEMBER-FILE.
           01 MEMBER-REC.
               COPY PENSION-MEMBER.

           FD REMIT-FILE.
           01 REMIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *> salary totals accumulated per grade as the file is read
           01 WS-GRADE-TABLE.
               05 WS-HI-ENTRY OCCURS 1 TO 25000 TIMES
                       DEPENDING ON WS-HIST-KEPT
                       INDEXED BY WS-HI-IDX.
                   10 WS-HI-IMAGE PIC X(68).
           01 WS-HIST-KEPT PIC 9(5) COMP VALUE ZERO.
           01 WS-RERUN-SW PIC X(1) VALUE "N".
               88 WS-RERUN-SEEN VALUE "Y".
           01 WS-HIST-FULL-SW PIC X(1) VALUE "N".
               88 WS-HIST-FULL VALUE "Y".

      *> the previous run on the history - its date and what it
      *> paid each employee - for the variance report
           01 WS-PREV-RUN-DATE PIC 9(8) VALUE ZERO.
           01 WS-PREV-TABLE.
               05 WS-PV-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PV-IDX.
                   10 WS-PV-PERSON PIC 9(5).
                   10 WS-PV-GROSS PIC 9(7)V99.
                   10 WS-PV-NET PIC S9(7)V99.
                   10 WS-PV-MATCHED PIC X(1).
           01 WS-PREV-COUNT PIC 9(4) COMP VALUE ZERO.

      *> this run, per employee paid, and every name on the person
      *> file so a leaver can be named too
           01 WS-CURR-TABLE.
               05 WS-CU-ENTRY OCCURS 2000 TIMES INDEXED BY WS-CU-IDX.
                   10 WS-CU-PERSON PIC 9(5).
                   10 WS-CU-NAME PIC X(20).
                   10 WS-CU-GROSS PIC 9(7)V99.
                   10 WS-CU-NET PIC S9(7)V99.
           01 WS-CURR-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-NAME-TABLE.
               05 WS-NM-ENTRY OCCURS 2000 TIMES INDEXED BY WS-NM-IDX.
                   10 WS-NM-PERSON PIC 9(5).
                   10 WS-NM-NAME PIC X(20).
           01 WS-NAME-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-VARIANCE-PCT PIC 9(3) VALUE 10.
           01 WS-VARIANCE-ARG PIC X(3).
           01 WS-VARIANCE-COUNT PIC 9(5) VALUE ZERO.
           01 WS-SECTION-COUNT PIC 9(5).
           01 WS-VAR-DIFF PIC 9(8)V99.
           01 WS-VAR-BASE PIC 9(8)V99.
           01 WS-VAR-PCT PIC 9(4)V9.
           01 WS-GROSS-PCT PIC 9(4)V9.
           01 WS-NET-PCT PIC 9(4)V9.
           01 WS-PCT-EDIT PIC ZZZ9.9.
           01 WS-PREV-GROSS-EDIT PIC Z(6)9.99.
           01 WS-PREV-NET-EDIT PIC -Z(6)9.99.
           01 WS-VAR-NAME PIC X(20).
           01 WS-FLAG-SW PIC X(1).
               88 WS-FLAGGED VALUE "Y".
           01 WS-OPERATOR-ID PIC X(10).
           01 WS-RUN-TIME PIC 9(8).

      *> the latest run before today that paid each employee - a
      *> leaver paid on or after leaving has been settled
           01 WS-LAST-PAID-TABLE.
               05 WS-LP-ENTRY OCCURS 2000 TIMES INDEXED BY WS-LP-IDX.
                   10 WS-LP-PERSON PIC 9(5).
                   10 WS-LP-DATE PIC 9(8).
           01 WS-LAST-PAID-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-LAST-PAID-DATE PIC 9(8).
           01 WS-LP-FOUND-SW PIC X(1).
               88 WS-LP-FOUND VALUE "Y".

      *> a leaver's final settlement as it is worked out
           01 WS-LEAVER-SW PIC X(1).
               88 WS-PAY-NORMALLY VALUE "N".
               88 WS-SETTLE-NOW VALUE "S".
               88 WS-DROP-OUT VALUE "X".
           01 WS-TERM-FIELDS.
               05 WS-TERM-YEAR PIC 9(4).
               05 WS-TERM-MONTH PIC 9(2).
               05 WS-TERM-DAY PIC 9(2).
           01 WS-HIRE-FIELDS.
               05 WS-HIRE-YEAR PIC 9(4).
               05 WS-HIRE-MONTH PIC 9(2).
               05 WS-HIRE-DAY PIC 9(2).
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
           01 WS-SET-MONTH-DAYS PIC 9(2).
           01 WS-SET-PRORATED PIC 9(7)V99.
           01 WS-SET-SALARY PIC S9(7)V99.
           01 WS-SET-MONTH-PAID-SW PIC X(1).
               88 WS-SET-MONTH-PAID VALUE "Y".
           01 WS-SET-ENTITLEMENT PIC 9(3).
           01 WS-SET-ACCRUE-MONTHS PIC S9(3).
           01 WS-SET-ACCRUED PIC 9(3)V9.
           01 WS-SET-TAKEN PIC 9(4).
           01 WS-SET-BALANCE PIC S9(4)V9.
           01 WS-SET-DAY-RATE PIC 9(5)V99.
           01 WS-SET-LEAVE-PAY PIC S9(7)V99.
           01 WS-SET-TOTAL PIC S9(8)V99.
           01 WS-SET-RECOVER PIC 9(8)V99.
           01 WS-SETTLED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-BANKED-SW PIC X(1).
               88 WS-BANKED VALUE "Y".
           01 WS-LEAVE-EOF PIC A(1).
           01 WS-SET-EDIT PIC -Z(7)9.99.
           01 WS-ACCRUED-EDIT PIC ZZ9.9.
           01 WS-BALANCE-EDIT PIC ZZZ9.9.
           01 WS-RATE-EDIT PIC Z(4)9.99.

      *> the salary changes off SalaryChanges.txt, rewritten at the
      *> end with this run's stamp on the ones it paid
           01 WS-CHANGE-TABLE.
               05 WS-SC-ENTRY OCCURS 5000 TIMES INDEXED BY WS-SC-IDX.
                   10 WS-SC-IMAGE PIC X(66).
           01 WS-CHANGE-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-CHANGE-EOF PIC A(1) VALUE "N".
           01 WS-CHANGE-FULL-SW PIC X(1) VALUE "N".
               88 WS-CHANGE-FULL VALUE "Y".
           01 WS-CHANGE-WORK.
               COPY SALARY-CHANGE REPLACING LEADING ==SC== BY ==CW==.
      *> one earlier run's history line, looked at for arrears
           01 WS-RETRO-HIST.
               COPY PAY-HISTORY REPLACING LEADING ==PH== BY ==RH==.
           01 WS-EFFECTIVE-FIELDS.
               05 WS-EFF-YEAR PIC 9(4).
               05 WS-EFF-MONTH PIC 9(2).
               05 WS-EFF-DAY PIC 9(2).
           01 WS-EMP-ARREARS PIC 9(7)V99.
           01 WS-CHG-ARREARS PIC 9(7)V99.
           01 WS-MONTH-ARREARS PIC 9(7)V99.
           01 WS-RETRO-RISE PIC 9(7)V99.
           01 WS-RETRO-DAYS PIC 9(2).
           01 WS-OLD-SAL-EDIT PIC Z(6)9.99.
           01 WS-NEW-SAL-EDIT PIC Z(6)9.99.
           01 WS-RETRO-EMP-COUNT PIC 9(5) VALUE ZERO.
           01 WS-RETRO-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-RETRO-HEAD-SW PIC X(1).
               88 WS-RETRO-HEAD-DONE VALUE "Y".

      *> the loans off Loans.txt, rewritten at the end with this
      *> run's recoveries
           01 WS-LOAN-TABLE.
               05 WS-LO-ENTRY OCCURS 2000 TIMES INDEXED BY WS-LO-IDX.
                   10 WS-LO-IMAGE PIC X(80).
           01 WS-LOAN-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-LOAN-EOF PIC A(1) VALUE "N".
           01 WS-LOAN-FULL-SW PIC X(1) VALUE "N".
               88 WS-LOAN-FULL VALUE "Y".
           01 WS-LOAN-WORK.
               COPY EMP-LOAN REPLACING LEADING ==LN== BY ==LW==.
           01 WS-EMP-LOANS PIC 9(7)V99.
           01 WS-EMP-LOAN-OWED PIC 9(7)V99.
           01 WS-LOAN-TAKE PIC 9(7)V99.
           01 WS-TOTAL-LOANS PIC 9(11)V99 VALUE ZERO.
           01 WS-LOAN-EDIT PIC Z(6)9.99.

      *> the pension schemes, and the memberships off
      *> PensionMembers.txt
           01 WS-SCHEME-TABLE.
               05 WS-PS-ENTRY OCCURS 20 TIMES INDEXED BY WS-PS-IDX.
                   10 WS-PS-CODE PIC X(4).
                   10 WS-PS-DESC PIC X(20).
                   10 WS-PS-EE-PCT PIC 9(2)V99.
                   10 WS-PS-ER-PCT PIC 9(2)V99.
                   10 WS-PS-CEILING PIC 9(7)V99.
           01 WS-SCHEME-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-SCHEME-EOF PIC A(1) VALUE "N".
           01 WS-MEMBER-TABLE.
               05 WS-PM-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PM-IDX.
                   10 WS-PM-IMAGE PIC X(44).
           01 WS-MEMBER-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-MEMBER-EOF PIC A(1) VALUE "N".
           01 WS-MEMBER-FULL-SW PIC X(1) VALUE "N".
               88 WS-MEMBER-FULL VALUE "Y".
           01 WS-MEMBER-WORK.
               COPY PENSION-MEMBER REPLACING LEADING ==PM== BY ==MW==.
           01 WS-PENSION-SW PIC X(1).
               88 WS-NO-PENSION VALUE "N".
               88 WS-IN-SCHEME VALUE "Y".
               88 WS-SCHEME-MISSING VALUE "M".
           01 WS-EMP-SCHEME PIC X(4).
           01 WS-EMP-PENSIONABLE PIC 9(7)V99.
           01 WS-EMP-PENS-EE PIC 9(7)V99.
           01 WS-EMP-PENS-ER PIC 9(7)V99.
           01 WS-PENS-EE-PCT PIC 9(2)V99.
           01 WS-PENS-ER-PCT PIC 9(2)V99.
           01 WS-PENS-COUNT PIC 9(5) VALUE ZERO.
           01 WS-PENS-MISSING-COUNT PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-PENS-EE PIC 9(9)V99 VALUE ZERO.
           01 WS-TOTAL-PENS-ER PIC 9(9)V99 VALUE ZERO.
           01 WS-PCT-EDIT-1 PIC Z9.99.
           01 WS-PCT-EDIT-2 PIC Z9.99.
      *> the provider's remittance layout - a header for the month,
      *> a line per member, and a control trailer
           01 WS-REMIT-HEADER.
               05 FILLER PIC X(2) VALUE "H ".
               05 RM-HDR-PERIOD PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RM-HDR-RUN-DATE PIC 9(8).
           01 WS-REMIT-DETAIL.
               05 FILLER PIC X(2) VALUE "D ".
               05 RM-SCHEME PIC X(4).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RM-PERSON-ID PIC 9(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RM-NAME PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RM-PENSIONABLE PIC 9(7)V99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RM-EE PIC 9(7)V99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RM-ER PIC 9(7)V99.
           01 WS-REMIT-TRAILER.
               05 FILLER PIC X(2) VALUE "T ".
               05 RM-TRL-COUNT PIC 9(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RM-TRL-EE PIC 9(9)V99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RM-TRL-ER PIC 9(9)V99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 RM-TRL-TOTAL PIC 9(10)V99.

      *> the shared-file interlock - LOANENT rewrites the loans too
           01 WS-LOCK-PARM.
               05 FL-ACTION PIC X(1).
               05 FL-LOCK-NAME PIC X(20).
               05 FL-HOLDER PIC X(10).
               05 FL-RESULT PIC X(1).
                   88 FL-GRANTED VALUE "G".
                   88 FL-HELD VALUE "H".
               05 FL-MESSAGE PIC X(40).
           01 WS-LOCK-RC PIC S9(4) COMP.

           01 WS-SALARY-EDIT PIC Z(6)9.99.
           01 WS-TAX-EDIT PIC Z(6)9.99.
           01 WS-DED-EDIT PIC Z(6)9.99.
           01 WS-DED-STATUS PIC X(2).
           01 WS-BANK-PATH PIC X(80).
           01 WS-BANK-STATUS PIC X(2).
           01 WS-HELD-PATH PIC X(80).
           01 WS-RELEASED-STATUS PIC X(2).
           01 WS-VARIANCE-PATH PIC X(80).
           01 WS-VARIANCE-STATUS PIC X(2).
           01 WS-RELLOG-PATH PIC X(80).
           01 WS-RELLOG-STATUS PIC X(2).
           01 WS-HISTORY-PATH PIC X(80).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-TIME-PATH PIC X(80).
           01 WS-TIME-STATUS PIC X(2).
           01 WS-OTRATE-PATH PIC X(80).
           01 WS-OTRATE-STATUS PIC X(2).
           01 WS-LEAVE-PATH PIC X(80).
           01 WS-LEAVE-STATUS PIC X(2).
           01 WS-SETTLE-PATH PIC X(80).
           01 WS-SETTLE-STATUS PIC X(2).
           01 WS-CHANGE-PATH PIC X(80).
           01 WS-CHANGE-STATUS PIC X(2).
           01 WS-RETRO-PATH PIC X(80).
           01 WS-RETRO-STATUS PIC X(2).
           01 WS-LOAN-PATH PIC X(80).
           01 WS-LOAN-STATUS PIC X(2).
           01 WS-SCHEME-PATH PIC X(80).
           01 WS-SCHEME-STATUS PIC X(2).
           01 WS-MEMBER-PATH PIC X(80).
           01 WS-MEMBER-STATUS PIC X(2).
           01 WS-REMIT-PATH PIC X(80).
           01 WS-REMIT-STATUS PIC X(2).
           01 WS-PERSON-FILE-STATUS PIC X(2).
           01 WS-REGISTER-STATUS PIC X(2).

               MOVE "C:\Users\25-00229\Desktop\BankPay.txt"
                   TO WS-BANK-PATH
           END-IF.
           ACCEPT WS-HELD-PATH FROM ENVIRONMENT "PAYREG_BANKHELD".
           IF WS-HELD-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\BankPayHeld.txt"
                   TO WS-HELD-PATH
           END-IF.
           ACCEPT WS-VARIANCE-PATH FROM ENVIRONMENT "PAYREG_VARIANCE".
           IF WS-VARIANCE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PayVariance.txt"
                   TO WS-VARIANCE-PATH
           END-IF.
           ACCEPT WS-RELLOG-PATH FROM ENVIRONMENT "PAYRELEASE_LOG".
           IF WS-RELLOG-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PayRelease.txt"
                   TO WS-RELLOG-PATH
           END-IF.
      *> the move, up or down, that puts an employee on the
      *> variance report - a whole percentage
           ACCEPT WS-VARIANCE-ARG FROM ENVIRONMENT
               "PAYREG_VARIANCE_PCT".
           IF WS-VARIANCE-ARG NOT = SPACES
               IF WS-VARIANCE-ARG IS NUMERIC
                   MOVE WS-VARIANCE-ARG TO WS-VARIANCE-PCT
               ELSE
                   DISPLAY "WARNING: PAYREG_VARIANCE_PCT "
                       WS-VARIANCE-ARG " IS NOT A WHOLE NUMBER - "
                       "USING " WS-VARIANCE-PCT
               END-IF
           END-IF.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           ACCEPT WS-HISTORY-PATH FROM ENVIRONMENT
               "PAYREG_HISTORY".
           IF WS-HISTORY-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\OvertimeRates.txt"
                   TO WS-OTRATE-PATH
           END-IF.
           ACCEPT WS-LEAVE-PATH FROM ENVIRONMENT "LEAVE_FILE".
           IF WS-LEAVE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Leave.txt"
                   TO WS-LEAVE-PATH
           END-IF.
           ACCEPT WS-SETTLE-PATH FROM ENVIRONMENT "PAYREG_SETTLEMENT".
           IF WS-SETTLE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PaySettlement.txt"
                   TO WS-SETTLE-PATH
           END-IF.
           ACCEPT WS-CHANGE-PATH FROM ENVIRONMENT "SALARY_CHANGES".
           IF WS-CHANGE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SalaryChanges.txt"
                   TO WS-CHANGE-PATH
           END-IF.
           ACCEPT WS-RETRO-PATH FROM ENVIRONMENT "PAYREG_RETRO".
           IF WS-RETRO-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\RetroRegister.txt"
                   TO WS-RETRO-PATH
           END-IF.
           ACCEPT WS-LOAN-PATH FROM ENVIRONMENT "LOAN_FILE".
           IF WS-LOAN-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Loans.txt"
                   TO WS-LOAN-PATH
           END-IF.
           ACCEPT WS-SCHEME-PATH FROM ENVIRONMENT "PENSION_SCHEMES".
           IF WS-SCHEME-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PensionSchemes.txt"
                   TO WS-SCHEME-PATH
           END-IF.
           ACCEPT WS-MEMBER-PATH FROM ENVIRONMENT "PENSION_MEMBERS".
           IF WS-MEMBER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PensionMembers.txt"
                   TO WS-MEMBER-PATH
           END-IF.
           ACCEPT WS-REMIT-PATH FROM ENVIRONMENT "PAYREG_PENSION".
           IF WS-REMIT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PensionRemit.txt"
                   TO WS-REMIT-PATH
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *> this period's overtime hours, keyed through TIMEENT - no
               CLOSE OT-RATE-FILE
           END-IF.

      *> the loans are held from here to the rewrite, so LOANENT
      *> cannot change one under the run. A loan already stamped
      *> with today's run had its instalment taken by an earlier
      *> run of the day: the amount goes back on the balance and
      *> the stamp comes off, to be taken again below
           MOVE "A" TO FL-ACTION.
           MOVE "LOANS" TO FL-LOCK-NAME.
           MOVE "PAYREG" TO FL-HOLDER.
           CALL "FILELOCK" USING WS-LOCK-PARM.
           IF NOT FL-GRANTED
               DISPLAY "LOANS ARE BEING UPDATED BY "
                   FL-HOLDER " - TRY AGAIN SHORTLY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-STATUS = "00"
               PERFORM UNTIL WS-LOAN-EOF = "Y"
                   READ LOAN-FILE INTO WS-LOAN-WORK
                       AT END MOVE "Y" TO WS-LOAN-EOF
                       NOT AT END
                           IF WS-LOAN-COUNT < 2000
                               IF LW-LAST-RUN = WS-RUN-DATE
                                   ADD LW-LAST-AMOUNT TO LW-BALANCE
                                   SET LW-OPEN TO TRUE
                                   MOVE ZERO TO LW-LAST-RUN
                                   MOVE ZERO TO LW-LAST-AMOUNT
                               END-IF
                               ADD 1 TO WS-LOAN-COUNT
                               SET WS-LO-IDX TO WS-LOAN-COUNT
                               MOVE WS-LOAN-WORK
                                   TO WS-LO-IMAGE (WS-LO-IDX)
                           ELSE
                               SET WS-LOAN-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF.
           IF WS-LOAN-FULL
               DISPLAY "LOAN FILE IS TOO BIG TO HOLD - NOT RUN"
               PERFORM RELEASE-LOAN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> what the year has already paid each employee, so the
      *> register can show year-to-date beside this month. A line
      *> already carrying today's date means this is a rerun: those
                   DISPLAY "PAY HISTORY ALREADY HAS RUN " WS-RUN-DATE
                       " AND IS TOO BIG TO REWRITE - NOT RUN"
                   MOVE 8 TO RETURN-CODE
                   PERFORM RELEASE-LOAN-LOCK
                   STOP RUN
               END-IF
               DISPLAY "PAY HISTORY ALREADY HAS RUN " WS-RUN-DATE
                   DISPLAY "ERROR REWRITING PAY HISTORY FILE - "
                       "STATUS " WS-HISTORY-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM RELEASE-LOAN-LOCK
                   STOP RUN
               END-IF
               PERFORM VARYING WS-HI-IDX FROM 1 BY 1
                   "COMPUTED WITHOUT DEDUCTIONS"
           END-IF.

      *> the pension schemes and their members - no scheme table
      *> simply means nobody contributes, but a membership file too
      *> big to hold would leave members out, so the run stops
           OPEN INPUT SCHEME-FILE.
           IF WS-SCHEME-STATUS = "00"
               PERFORM UNTIL WS-SCHEME-EOF = "Y"
                   READ SCHEME-FILE
                       AT END MOVE "Y" TO WS-SCHEME-EOF
                       NOT AT END
                           IF WS-SCHEME-COUNT < 20
                               ADD 1 TO WS-SCHEME-COUNT
                               SET WS-PS-IDX TO WS-SCHEME-COUNT
                               MOVE SCHEME-REC
                                   TO WS-PS-ENTRY (WS-PS-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEME-FILE
           END-IF.
           OPEN INPUT MEMBER-FILE.
           IF WS-MEMBER-STATUS = "00"
               PERFORM UNTIL WS-MEMBER-EOF = "Y"
                   READ MEMBER-FILE
                       AT END MOVE "Y" TO WS-MEMBER-EOF
                       NOT AT END
                           IF WS-MEMBER-COUNT < 2000
                               ADD 1 TO WS-MEMBER-COUNT
                               SET WS-PM-IDX TO WS-MEMBER-COUNT
                               MOVE MEMBER-REC
                                   TO WS-PM-IMAGE (WS-PM-IDX)
                           ELSE
                               SET WS-MEMBER-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMBER-FILE
           END-IF.
           IF WS-MEMBER-FULL
               DISPLAY "PENSION MEMBER FILE IS TOO BIG TO HOLD - NOT "
                   "RUN"
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-LOAN-LOCK
               STOP RUN
           END-IF.

      *> the salary changes still owing arrears - one stamped with
      *> today's run is owed again, since a rerun replaces the day.
      *> Too many to hold and the file could not be written back,
      *> so the run stops rather than pay anything twice
           OPEN INPUT SALARY-CHANGE-FILE.
           IF WS-CHANGE-STATUS = "00"
               PERFORM UNTIL WS-CHANGE-EOF = "Y"
                   READ SALARY-CHANGE-FILE
                       AT END MOVE "Y" TO WS-CHANGE-EOF
                       NOT AT END
                           IF WS-CHANGE-COUNT < 5000
                               ADD 1 TO WS-CHANGE-COUNT
                               SET WS-SC-IDX TO WS-CHANGE-COUNT
                               MOVE SALARY-CHANGE-REC
                                   TO WS-SC-IMAGE (WS-SC-IDX)
                           ELSE
                               SET WS-CHANGE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALARY-CHANGE-FILE
           END-IF.
           IF WS-CHANGE-FULL
               DISPLAY "SALARY CHANGE FILE IS TOO BIG TO HOLD - NOT "
                   "RUN"
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-LOAN-LOCK
               STOP RUN
           END-IF.

           OPEN INPUT PERSON.
           IF WS-PERSON-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PERSON FILE - STATUS "
                   WS-PERSON-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-LOAN-LOCK
               STOP RUN
           END-IF.
           OPEN OUTPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REGISTER FILE - STATUS "
                   WS-REGISTER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-LOAN-LOCK
               STOP RUN
           END-IF.

           WRITE REGISTER-LINE.
           OPEN OUTPUT BANK-FILE.
           IF WS-BANK-STATUS NOT = "00"
               DISPLAY "ERROR OPENING HELD BANK FILE - STATUS "
                   WS-BANK-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-LOAN-LOCK
               STOP RUN
           END-IF.
      *> whatever was released before is emptied - a new run
      *> must be signed off before anything goes to the bank again
           OPEN OUTPUT RELEASED-BANK-FILE.
           IF WS-RELEASED-STATUS NOT = "00"
               DISPLAY "ERROR CLEARING RELEASED BANK FILE - STATUS "
                   WS-RELEASED-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-LOAN-LOCK
               STOP RUN
           END-IF.
           CLOSE RELEASED-BANK-FILE.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAY HISTORY FILE - STATUS "
                   WS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-LOAN-LOCK
               STOP RUN
           END-IF.
           OPEN OUTPUT SETTLEMENT-FILE.
           IF WS-SETTLE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SETTLEMENT FILE - STATUS "
                   WS-SETTLE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-LOAN-LOCK
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "FINAL SETTLEMENT STATEMENTS - RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO SETTLEMENT-LINE.
           WRITE SETTLEMENT-LINE.
           OPEN OUTPUT RETRO-FILE.
           IF WS-RETRO-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RETRO REGISTER - STATUS "
                   WS-RETRO-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-LOAN-LOCK
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RETROSPECTIVE PAY ARREARS - RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RETRO-LINE.
           WRITE RETRO-LINE.
           OPEN OUTPUT REMIT-FILE.
           IF WS-REMIT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PENSION REMITTANCE - STATUS "
                   WS-REMIT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-LOAN-LOCK
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE (1:6) TO RM-HDR-PERIOD.
           MOVE WS-RUN-DATE TO RM-HDR-RUN-DATE.
           WRITE REMIT-LINE FROM WS-REMIT-HEADER.

           PERFORM UNTIL WS-EOF = "Y"
               READ PERSON NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-NAME-COUNT < 2000
                           ADD 1 TO WS-NAME-COUNT
                           SET WS-NM-IDX TO WS-NAME-COUNT
                           MOVE PERSON-ID TO WS-NM-PERSON (WS-NM-IDX)
                           MOVE PERSON-NAME TO WS-NM-NAME (WS-NM-IDX)
                       END-IF
                       PERFORM SORT-OUT-LEAVER
                       IF WS-DROP-OUT
                           ADD 1 TO WS-EXCLUDED-COUNT
                       ELSE
                           PERFORM LIST-ONE-EMPLOYEE
               END-READ
           END-PERFORM.
           CLOSE PERSON.
           IF WS-SETTLED-COUNT = ZERO
               MOVE SPACES TO SETTLEMENT-LINE
               WRITE SETTLEMENT-LINE
               MOVE "NO LEAVERS TO SETTLE THIS RUN" TO SETTLEMENT-LINE
               WRITE SETTLEMENT-LINE
           END-IF.
           CLOSE SETTLEMENT-FILE.
           MOVE SPACES TO RETRO-LINE.
           WRITE RETRO-LINE.
           IF WS-RETRO-EMP-COUNT = ZERO
               MOVE "NO BACK-DATED SALARY CHANGES TO PAY THIS RUN"
                   TO RETRO-LINE
               WRITE RETRO-LINE
           ELSE
               MOVE WS-RETRO-TOTAL TO WS-COMPANY-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-RETRO-EMP-COUNT " EMPLOYEES PAID ARREARS, "
                   "TOTAL " WS-COMPANY-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO RETRO-LINE
               WRITE RETRO-LINE
           END-IF.
           CLOSE RETRO-FILE.
           MOVE WS-PENS-COUNT TO RM-TRL-COUNT.
           MOVE WS-TOTAL-PENS-EE TO RM-TRL-EE.
           MOVE WS-TOTAL-PENS-ER TO RM-TRL-ER.
           COMPUTE RM-TRL-TOTAL = WS-TOTAL-PENS-EE + WS-TOTAL-PENS-ER.
           WRITE REMIT-LINE FROM WS-REMIT-TRAILER.
           CLOSE REMIT-FILE.
           IF WS-PENS-MISSING-COUNT > ZERO
               DISPLAY WS-PENS-MISSING-COUNT " PENSION MEMBERS ARE IN "
                   "A SCHEME NOT ON THE SCHEME TABLE - SEE THE "
                   "REGISTER"
           END-IF.
           PERFORM WRITE-CHANGES-BACK.
           PERFORM WRITE-LOANS-BACK.
           PERFORM RELEASE-LOAN-LOCK.

           CLOSE HISTORY-FILE.
      *> the control total the bank's upload checks the lines
           MOVE WS-REPORT-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           DISPLAY WS-REPORT-LINE.
           IF WS-RETRO-EMP-COUNT > ZERO
               MOVE WS-RETRO-TOTAL TO WS-COMPANY-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-RETRO-EMP-COUNT " EMPLOYEES PAID ARREARS OF "
                   "BACK-DATED RISES, TOTAL " WS-COMPANY-EDIT
                   " - SEE THE RETRO REGISTER"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO REGISTER-LINE
               WRITE REGISTER-LINE
               DISPLAY WS-REPORT-LINE
           END-IF.
           IF WS-SETTLED-COUNT > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-SETTLED-COUNT " LEAVERS GIVEN A FINAL "
                   "SETTLEMENT - STATEMENTS ON THE SETTLEMENT FILE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO REGISTER-LINE
               WRITE REGISTER-LINE
               DISPLAY WS-REPORT-LINE
           END-IF.
      *> the totals the bank transfer and the revenue return must
      *> both tie back to
           MOVE WS-TOTAL-TAX TO WS-COMPANY-EDIT.
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           IF WS-PENS-COUNT > ZERO
               MOVE WS-TOTAL-PENS-EE TO WS-COMPANY-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "   OF WHICH EMPLOYEE PENSION " WS-COMPANY-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.
           IF WS-TOTAL-LOANS > ZERO
               MOVE WS-TOTAL-LOANS TO WS-COMPANY-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "   OF WHICH LOAN RECOVERIES " WS-COMPANY-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.
           MOVE WS-TOTAL-NET TO WS-COMPANY-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOTAL NET PAY " WS-COMPANY-EDIT
           MOVE WS-REPORT-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           DISPLAY WS-REPORT-LINE.
      *> the employer's share is a cost on top of gross - it is
      *> not in any of the totals above
           IF WS-PENS-COUNT > ZERO
               MOVE WS-TOTAL-PENS-ER TO WS-COMPANY-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "EMPLOYER PENSION COST " WS-COMPANY-EDIT
                   " FOR " WS-PENS-COUNT " MEMBERS - SEE THE "
                   "PENSION REMITTANCE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO REGISTER-LINE
               WRITE REGISTER-LINE
               DISPLAY WS-REPORT-LINE
           END-IF.
           CLOSE REGISTER-FILE.

           PERFORM WRITE-VARIANCE-REPORT.
           PERFORM LOG-BANK-FILE-HELD.
           DISPLAY "BANK FILE HELD - " WS-VARIANCE-COUNT
               " VARIANCES ON THE REPORT; RUN PAYRELEASE TO SIGN "
               "OFF AND RELEASE IT".
           STOP RUN.

       LIST-ONE-EMPLOYEE.
           ADD 1 TO WS-ACTIVE-COUNT.
           PERFORM COMPUTE-OVERTIME.
           PERFORM COMPUTE-RETRO-ARREARS.
           ADD WS-EMP-ARREARS TO WS-EMP-GROSS.
           IF WS-SETTLE-NOW
               PERFORM COMPUTE-FINAL-SETTLEMENT
           END-IF.
           ADD WS-EMP-GROSS TO WS-COMPANY-TOTAL.
           PERFORM COMPUTE-NET-PAY.
           MOVE PERSON-SALARY TO WS-SALARY-EDIT.
           END-STRING.
           MOVE WS-REPORT-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           IF WS-EMP-ARREARS > ZERO
               MOVE WS-EMP-ARREARS TO WS-SALARY-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "      PLUS ARREARS OF BACK-DATED RISE "
                   WS-SALARY-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.
           IF WS-SETTLE-NOW
               MOVE WS-EMP-GROSS TO WS-SALARY-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "      *** LEFT " PERSON-TERM-DATE
                   " - FINAL SETTLEMENT, GROSS " WS-SALARY-EDIT
                   " ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.
      *> a positive net with bank details goes on the upload; no
      *> details means a manual payment, flagged on the register
           IF PERSON-BANK-ACCT IS NUMERIC AND
               WRITE BANK-LINE FROM WS-BANK-DETAIL
               ADD 1 TO WS-PAID-COUNT
               ADD WS-EMP-NET TO WS-PAID-TOTAL
               MOVE "Y" TO WS-BANKED-SW
           ELSE
               MOVE "N" TO WS-BANKED-SW
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-SETTLE-NOW AND WS-EMP-NET NOT > ZERO
                   STRING "      *** NOTHING PAYABLE - SEE THE "
                       "SETTLEMENT STATEMENT ***"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
               ELSE
                   ADD 1 TO WS-NO-BANK-COUNT
                   STRING "      *** NO BANK DETAILS - MANUAL "
                       "PAYMENT ***"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
               END-IF
               MOVE WS-REPORT-LINE TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.
               MOVE WS-REPORT-LINE TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-PERFORM.
           PERFORM LIST-EMPLOYEE-PENSION.
           PERFORM LIST-EMPLOYEE-LOANS.
           IF WS-SETTLE-NOW
               PERFORM WRITE-SETTLEMENT-STATEMENT
           END-IF.
      *> the year so far INCLUDING this run, shown on the slip
           MOVE "N" TO WS-YTD-FOUND-SW.
           PERFORM VARYING WS-YT-IDX FROM 1 BY 1
           MOVE WS-EMP-TAX TO PH-TAX.
           MOVE WS-EMP-DED TO PH-DEDUCTIONS.
           MOVE WS-EMP-NET TO PH-NET.
           MOVE WS-EMP-PENS-EE TO PH-PENSION-EE.
           MOVE WS-EMP-PENS-ER TO PH-PENSION-ER.
           WRITE HISTORY-REC.
           IF WS-CURR-COUNT < 2000
               ADD 1 TO WS-CURR-COUNT
               SET WS-CU-IDX TO WS-CURR-COUNT
               MOVE PERSON-ID TO WS-CU-PERSON (WS-CU-IDX)
               MOVE PERSON-NAME TO WS-CU-NAME (WS-CU-IDX)
               MOVE WS-EMP-GROSS TO WS-CU-GROSS (WS-CU-IDX)
               MOVE WS-EMP-NET TO WS-CU-NET (WS-CU-IDX)
           END-IF.

           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
           END-PERFORM.
           COMPUTE WS-EMP-NET =
               WS-EMP-GROSS - WS-EMP-TAX - WS-EMP-DED.
           PERFORM COMPUTE-PENSION.
           PERFORM RECOVER-LOANS.
           ADD WS-EMP-TAX TO WS-TOTAL-TAX.
           ADD WS-EMP-DED TO WS-TOTAL-DED.
           ADD WS-EMP-NET TO WS-TOTAL-NET.

      *> the employee's pension contributions: a member for this
      *> run has joined on or before the run date and not yet left
      *> the scheme by it. Pensionable pay is gross, capped at the
      *> scheme's ceiling; the employee share comes off net pay
      *> as a deduction, the employer share is a cost on top
       COMPUTE-PENSION.
           SET WS-NO-PENSION TO TRUE.
           MOVE ZERO TO WS-EMP-PENSIONABLE.
           MOVE ZERO TO WS-EMP-PENS-EE.
           MOVE ZERO TO WS-EMP-PENS-ER.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-MEMBER-COUNT
               MOVE WS-PM-IMAGE (WS-PM-IDX) TO WS-MEMBER-WORK
               IF MW-PERSON-ID = PERSON-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PM-IDX > WS-MEMBER-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF MW-JOIN-DATE > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF.
           IF MW-NOT-MEMBER AND MW-LEFT-DATE NOT > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE MW-SCHEME-CODE TO WS-EMP-SCHEME.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-SCHEME-COUNT
               IF WS-PS-CODE (WS-PS-IDX) = WS-EMP-SCHEME
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PS-IDX > WS-SCHEME-COUNT
               SET WS-SCHEME-MISSING TO TRUE
               ADD 1 TO WS-PENS-MISSING-COUNT
               EXIT PARAGRAPH
           END-IF.
           SET WS-IN-SCHEME TO TRUE.
           MOVE WS-PS-EE-PCT (WS-PS-IDX) TO WS-PENS-EE-PCT.
           MOVE WS-PS-ER-PCT (WS-PS-IDX) TO WS-PENS-ER-PCT.
           MOVE WS-EMP-GROSS TO WS-EMP-PENSIONABLE.
           IF WS-PS-CEILING (WS-PS-IDX) > ZERO AND
                   WS-EMP-PENSIONABLE > WS-PS-CEILING (WS-PS-IDX)
               MOVE WS-PS-CEILING (WS-PS-IDX) TO WS-EMP-PENSIONABLE
           END-IF.
           COMPUTE WS-EMP-PENS-EE ROUNDED =
               WS-EMP-PENSIONABLE * WS-PENS-EE-PCT / 100.
           COMPUTE WS-EMP-PENS-ER ROUNDED =
               WS-EMP-PENSIONABLE * WS-PENS-ER-PCT / 100.
           ADD WS-EMP-PENS-EE TO WS-EMP-DED.
           SUBTRACT WS-EMP-PENS-EE FROM WS-EMP-NET.
           ADD 1 TO WS-PENS-COUNT.
           ADD WS-EMP-PENS-EE TO WS-TOTAL-PENS-EE.
           ADD WS-EMP-PENS-ER TO WS-TOTAL-PENS-ER.

      *> the payslip line for the contributions, and the member's
      *> line on the remittance
       LIST-EMPLOYEE-PENSION.
           MOVE SPACES TO WS-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-IN-SCHEME
                   MOVE WS-EMP-PENS-EE TO WS-DED-EDIT
                   MOVE WS-EMP-PENS-ER TO WS-LOAN-EDIT
                   MOVE WS-PENS-EE-PCT TO WS-PCT-EDIT-1
                   MOVE WS-PENS-ER-PCT TO WS-PCT-EDIT-2
                   MOVE WS-EMP-PENSIONABLE TO WS-SALARY-EDIT
                   STRING "      LESS PENSION " WS-EMP-SCHEME " "
                       WS-DED-EDIT " (" WS-PCT-EDIT-1 "% OF "
                       WS-SALARY-EDIT "), EMPLOYER "
                       WS-PCT-EDIT-2 "% " WS-LOAN-EDIT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   MOVE WS-EMP-SCHEME TO RM-SCHEME
                   MOVE PERSON-ID TO RM-PERSON-ID
                   MOVE PERSON-NAME TO RM-NAME
                   MOVE WS-EMP-PENSIONABLE TO RM-PENSIONABLE
                   MOVE WS-EMP-PENS-EE TO RM-EE
                   MOVE WS-EMP-PENS-ER TO RM-ER
                   WRITE REMIT-LINE FROM WS-REMIT-DETAIL
               WHEN WS-SCHEME-MISSING
                   STRING "      *** PENSION SCHEME " WS-EMP-SCHEME
                       " NOT ON THE SCHEME TABLE - NO CONTRIBUTIONS "
                       "TAKEN ***"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
           END-EVALUATE.
           IF WS-REPORT-LINE NOT = SPACES
               MOVE WS-REPORT-LINE TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.

      *> the employee's open loans, after tax and the fixed
      *> deductions: each one due (start period reached) takes its
      *> instalment, cut to the balance and to whatever net pay is
      *> left. A leaver being settled has no later run to wait for,
      *> so every open loan takes its whole balance if the net
      *> allows - what remains is WS-EMP-LOAN-OWED
       RECOVER-LOANS.
           MOVE ZERO TO WS-EMP-LOANS.
           MOVE ZERO TO WS-EMP-LOAN-OWED.
           PERFORM VARYING WS-LO-IDX FROM 1 BY 1
                   UNTIL WS-LO-IDX > WS-LOAN-COUNT
               MOVE WS-LO-IMAGE (WS-LO-IDX) TO WS-LOAN-WORK
               IF LW-PERSON-ID = PERSON-ID AND LW-OPEN
                   IF WS-SETTLE-NOW OR
                           LW-START-PERIOD NOT > WS-RUN-DATE (1:6)
                       PERFORM RECOVER-ONE-LOAN
                   END-IF
                   IF LW-OPEN
                       ADD LW-BALANCE TO WS-EMP-LOAN-OWED
                   END-IF
               END-IF
           END-PERFORM.

       RECOVER-ONE-LOAN.
           IF WS-SETTLE-NOW
               MOVE LW-BALANCE TO WS-LOAN-TAKE
           ELSE
               MOVE LW-INSTALMENT TO WS-LOAN-TAKE
               IF WS-LOAN-TAKE > LW-BALANCE
                   MOVE LW-BALANCE TO WS-LOAN-TAKE
               END-IF
           END-IF.
           IF WS-LOAN-TAKE > WS-EMP-NET
               IF WS-EMP-NET > ZERO
                   MOVE WS-EMP-NET TO WS-LOAN-TAKE
               ELSE
                   MOVE ZERO TO WS-LOAN-TAKE
               END-IF
           END-IF.
           IF WS-LOAN-TAKE = ZERO
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT WS-LOAN-TAKE FROM LW-BALANCE.
           IF LW-BALANCE = ZERO
               SET LW-REPAID TO TRUE
           END-IF.
           MOVE WS-RUN-DATE TO LW-LAST-RUN.
           MOVE WS-LOAN-TAKE TO LW-LAST-AMOUNT.
           MOVE WS-LOAN-WORK TO WS-LO-IMAGE (WS-LO-IDX).
           ADD WS-LOAN-TAKE TO WS-EMP-LOANS.
           ADD WS-LOAN-TAKE TO WS-EMP-DED.
           SUBTRACT WS-LOAN-TAKE FROM WS-EMP-NET.
           ADD WS-LOAN-TAKE TO WS-TOTAL-LOANS.

      *> a payslip line for each loan taken from this run, or due
      *> and not taken for want of net pay, and the flag for a
      *> leaver who still owes
       LIST-EMPLOYEE-LOANS.
           PERFORM VARYING WS-LO-IDX FROM 1 BY 1
                   UNTIL WS-LO-IDX > WS-LOAN-COUNT
               MOVE WS-LO-IMAGE (WS-LO-IDX) TO WS-LOAN-WORK
               IF LW-PERSON-ID = PERSON-ID
                   MOVE LW-BALANCE TO WS-LOAN-EDIT
                   MOVE SPACES TO WS-REPORT-LINE
                   EVALUATE TRUE
                       WHEN LW-LAST-RUN = WS-RUN-DATE AND LW-REPAID
                           MOVE LW-LAST-AMOUNT TO WS-DED-EDIT
                           STRING "      LESS LOAN " LW-LOAN-NO
                               " " WS-DED-EDIT " - NOW REPAID"
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
                           END-STRING
                       WHEN LW-LAST-RUN = WS-RUN-DATE
                           MOVE LW-LAST-AMOUNT TO WS-DED-EDIT
                           STRING "      LESS LOAN " LW-LOAN-NO
                               " " WS-DED-EDIT " - BALANCE LEFT "
                               WS-LOAN-EDIT
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
                           END-STRING
                       WHEN LW-OPEN AND (WS-SETTLE-NOW OR
                               LW-START-PERIOD NOT >
                               WS-RUN-DATE (1:6))
                           STRING "      LOAN " LW-LOAN-NO
                               " NOT TAKEN - NO NET PAY LEFT, "
                               "BALANCE " WS-LOAN-EDIT
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
                           END-STRING
                   END-EVALUATE
                   IF WS-REPORT-LINE NOT = SPACES
                       MOVE WS-REPORT-LINE TO REGISTER-LINE
                       WRITE REGISTER-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SETTLE-NOW AND WS-EMP-LOAN-OWED > ZERO
               MOVE WS-EMP-LOAN-OWED TO WS-LOAN-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "      *** LOAN BALANCE STILL OUTSTANDING "
                   WS-LOAN-EDIT " - RECOVER FROM THE LEAVER ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.

      *> this month's overtime hours at the grade's hourly rate -
      *> hours with no rate on file are flagged, never silently
      *> paid at zero without a word
               IF PH-RUN-DATE (1:4) = WS-RUN-DATE (1:4)
                   PERFORM BANK-ONE-YTD-LINE
               END-IF
               IF PH-RUN-DATE < WS-RUN-DATE
                   PERFORM KEEP-PREVIOUS-RUN
                   PERFORM NOTE-LAST-PAID
               END-IF
           END-IF.

      *> only the latest run before this one is kept - a later run
      *> date starts the table again
       KEEP-PREVIOUS-RUN.
           IF PH-RUN-DATE < WS-PREV-RUN-DATE
               EXIT PARAGRAPH
           END-IF.
           IF PH-RUN-DATE > WS-PREV-RUN-DATE
               MOVE PH-RUN-DATE TO WS-PREV-RUN-DATE
               MOVE ZERO TO WS-PREV-COUNT
           END-IF.
           IF WS-PREV-COUNT < 2000
               ADD 1 TO WS-PREV-COUNT
               SET WS-PV-IDX TO WS-PREV-COUNT
               MOVE PH-PERSON-ID TO WS-PV-PERSON (WS-PV-IDX)
               MOVE PH-GROSS TO WS-PV-GROSS (WS-PV-IDX)
               MOVE PH-NET TO WS-PV-NET (WS-PV-IDX)
               MOVE "N" TO WS-PV-MATCHED (WS-PV-IDX)
           END-IF.

       NOTE-LAST-PAID.
           MOVE "N" TO WS-LP-FOUND-SW.
           PERFORM VARYING WS-LP-IDX FROM 1 BY 1
                   UNTIL WS-LP-IDX > WS-LAST-PAID-COUNT
               IF WS-LP-PERSON (WS-LP-IDX) = PH-PERSON-ID
                   SET WS-LP-FOUND TO TRUE
                   IF PH-RUN-DATE > WS-LP-DATE (WS-LP-IDX)
                       MOVE PH-RUN-DATE TO WS-LP-DATE (WS-LP-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-LP-FOUND AND WS-LAST-PAID-COUNT < 2000
               ADD 1 TO WS-LAST-PAID-COUNT
               SET WS-LP-IDX TO WS-LAST-PAID-COUNT
               MOVE PH-PERSON-ID TO WS-LP-PERSON (WS-LP-IDX)
               MOVE PH-RUN-DATE TO WS-LP-DATE (WS-LP-IDX)
           END-IF.

      *> who is paid normally, who is given a final settlement this
      *> run and who drops out. No termination date, or one still to
      *> come, is the old rule: active paid, inactive excluded. A
      *> leaver already paid on or after the termination date has
      *> been settled. Otherwise an active leaver is settled now, and
      *> so is an inactive one who left since the previous run - one
      *> who left before it was dealt with by hand before
      *> settlements were worked out here
       SORT-OUT-LEAVER.
           IF PERSON-TERM-DATE IS NOT NUMERIC OR
                   PERSON-TERM-DATE = ZERO OR
                   PERSON-TERM-DATE > WS-RUN-DATE
               IF PERSON-INACTIVE
                   SET WS-DROP-OUT TO TRUE
               ELSE
                   SET WS-PAY-NORMALLY TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-LAST-PAID-DATE.
           PERFORM VARYING WS-LP-IDX FROM 1 BY 1
                   UNTIL WS-LP-IDX > WS-LAST-PAID-COUNT
               IF WS-LP-PERSON (WS-LP-IDX) = PERSON-ID
                   MOVE WS-LP-DATE (WS-LP-IDX) TO WS-LAST-PAID-DATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-LAST-PAID-DATE NOT < PERSON-TERM-DATE
               SET WS-DROP-OUT TO TRUE
           ELSE
               IF PERSON-ACTIVE
                   SET WS-SETTLE-NOW TO TRUE
               ELSE
                   IF WS-PREV-RUN-DATE NOT = ZERO AND
                           PERSON-TERM-DATE > WS-PREV-RUN-DATE
                       SET WS-SETTLE-NOW TO TRUE
                   ELSE
                       SET WS-DROP-OUT TO TRUE
                   END-IF
               END-IF
           END-IF.

      *> the leaver's gross: the last month's salary for the days up
      *> to and including the termination day - less the whole
      *> month when a run in that month already paid it - plus the
      *> month's overtime and any arrears of a back-dated rise, plus
      *> the leave balance at the termination
      *> date paid at a calendar day's salary (a year's salary over
      *> 365). The balance is LEAVEENT's: a twelfth of the
      *> entitlement per month of the leaving year (from the hire
      *> month for that year's joiners) less the approved days
      *> booked that year up to the termination date - overdrawn,
      *> it comes back off; a request the manager never approved
      *> was never taken. A settlement that comes out below zero
      *> pays nothing and the shortfall is recovered from the leaver
      *> by hand
       COMPUTE-FINAL-SETTLEMENT.
           MOVE PERSON-TERM-DATE TO WS-TERM-FIELDS.
           MOVE WS-TERM-YEAR TO WS-DIM-YEAR.
           MOVE WS-TERM-MONTH TO WS-DIM-MONTH.
           PERFORM DAYS-IN-MONTH.
           MOVE WS-DIM-DAYS TO WS-SET-MONTH-DAYS.
           COMPUTE WS-SET-PRORATED ROUNDED =
               PERSON-SALARY * WS-TERM-DAY / WS-SET-MONTH-DAYS
               ON SIZE ERROR MOVE PERSON-SALARY TO WS-SET-PRORATED
           END-COMPUTE.
           MOVE WS-SET-PRORATED TO WS-SET-SALARY.
           MOVE "N" TO WS-SET-MONTH-PAID-SW.
           IF WS-LAST-PAID-DATE (1:6) = PERSON-TERM-DATE (1:6)
               SET WS-SET-MONTH-PAID TO TRUE
               SUBTRACT PERSON-SALARY FROM WS-SET-SALARY
           END-IF.

           IF PERSON-LEAVE-ENT IS NUMERIC
               MOVE PERSON-LEAVE-ENT TO WS-SET-ENTITLEMENT
           ELSE
               MOVE ZERO TO WS-SET-ENTITLEMENT
           END-IF.
           MOVE PERSON-HIRE-DATE TO WS-HIRE-FIELDS.
           IF WS-HIRE-YEAR = WS-TERM-YEAR
               COMPUTE WS-SET-ACCRUE-MONTHS =
                   WS-TERM-MONTH - WS-HIRE-MONTH
           ELSE
               COMPUTE WS-SET-ACCRUE-MONTHS = WS-TERM-MONTH
           END-IF.
           IF WS-SET-ACCRUE-MONTHS < ZERO
               MOVE ZERO TO WS-SET-ACCRUE-MONTHS
           END-IF.
           COMPUTE WS-SET-ACCRUED ROUNDED =
               WS-SET-ENTITLEMENT * WS-SET-ACCRUE-MONTHS / 12
               ON SIZE ERROR MOVE ZERO TO WS-SET-ACCRUED
           END-COMPUTE.
           MOVE ZERO TO WS-SET-TAKEN.
           OPEN INPUT LEAVE-FILE.
           IF WS-LEAVE-STATUS = "00"
               MOVE "N" TO WS-LEAVE-EOF
               PERFORM UNTIL WS-LEAVE-EOF = "Y"
                   READ LEAVE-FILE
                       AT END MOVE "Y" TO WS-LEAVE-EOF
                       NOT AT END
                           IF LV-PERSON-ID = PERSON-ID AND
                                   LV-FROM-DATE (1:4)
                                       = PERSON-TERM-DATE (1:4) AND
                                   LV-FROM-DATE NOT > PERSON-TERM-DATE
                                   AND LV-APPROVED
                               ADD LV-DAYS TO WS-SET-TAKEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-FILE
           END-IF.
           COMPUTE WS-SET-BALANCE = WS-SET-ACCRUED - WS-SET-TAKEN.
           COMPUTE WS-SET-DAY-RATE ROUNDED = PERSON-SALARY * 12 / 365.
           COMPUTE WS-SET-LEAVE-PAY ROUNDED =
               WS-SET-BALANCE * WS-SET-DAY-RATE
               ON SIZE ERROR MOVE ZERO TO WS-SET-LEAVE-PAY
           END-COMPUTE.

           COMPUTE WS-SET-TOTAL = WS-SET-SALARY + WS-EMP-OT-PAY
               + WS-EMP-ARREARS + WS-SET-LEAVE-PAY.
           MOVE ZERO TO WS-SET-RECOVER.
           IF WS-SET-TOTAL > ZERO
               MOVE WS-SET-TOTAL TO WS-EMP-GROSS
           ELSE
               MOVE ZERO TO WS-EMP-GROSS
               COMPUTE WS-SET-RECOVER = ZERO - WS-SET-TOTAL
           END-IF.
           ADD 1 TO WS-SETTLED-COUNT.

      *> the leaver's statement: how the settlement was reached,
      *> what was taken off it and how it is paid
       WRITE-SETTLEMENT-STATEMENT.
           MOVE SPACES TO SETTLEMENT-LINE.
           WRITE SETTLEMENT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING PERSON-ID " " PERSON-NAME
               " GRADE " PERSON-GRADE " DEPT " PERSON-DEPT
               " HIRED " PERSON-HIRE-DATE " LEFT " PERSON-TERM-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-SETTLEMENT-LINE.
           MOVE PERSON-SALARY TO WS-SALARY-EDIT.
           MOVE WS-SET-PRORATED TO WS-SET-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "   SALARY " WS-SALARY-EDIT " FOR " WS-TERM-DAY
               " OF " WS-SET-MONTH-DAYS " DAYS"
               "                       " WS-SET-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-SETTLEMENT-LINE.
           IF WS-SET-MONTH-PAID
               COMPUTE WS-SET-EDIT = ZERO - PERSON-SALARY
               MOVE SPACES TO WS-REPORT-LINE
               STRING "   LESS THE FULL MONTH PAID ON "
                   WS-LAST-PAID-DATE
                   "                 " WS-SET-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-SETTLEMENT-LINE
           END-IF.
           IF WS-EMP-OT-PAY > ZERO
               MOVE WS-EMP-OT-PAY TO WS-SET-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "   OVERTIME"
                   "                                        "
                   WS-SET-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-SETTLEMENT-LINE
           END-IF.
           IF WS-EMP-ARREARS > ZERO
               MOVE WS-EMP-ARREARS TO WS-SET-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "   ARREARS OF BACK-DATED RISE"
                   "                      "
                   WS-SET-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-SETTLEMENT-LINE
           END-IF.
           MOVE WS-SET-ACCRUED TO WS-ACCRUED-EDIT.
           MOVE WS-SET-BALANCE TO WS-BALANCE-EDIT.
           MOVE WS-SET-DAY-RATE TO WS-RATE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "   LEAVE ACCRUED " WS-ACCRUED-EDIT
               " TAKEN " WS-SET-TAKEN
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-SETTLEMENT-LINE.
           MOVE WS-SET-LEAVE-PAY TO WS-SET-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-SET-BALANCE < ZERO
               STRING "   LEAVE OVERDRAWN  " WS-BALANCE-EDIT
                   " DAYS AT " WS-RATE-EDIT " RECOVERED  "
                   WS-SET-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "   LEAVE UNTAKEN    " WS-BALANCE-EDIT
                   " DAYS AT " WS-RATE-EDIT " PAID OUT   "
                   WS-SET-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-SETTLEMENT-LINE.
           MOVE WS-EMP-GROSS TO WS-SET-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "   SETTLEMENT GROSS"
               "                                "
               WS-SET-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-SETTLEMENT-LINE.
           MOVE WS-EMP-TAX TO WS-SET-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "   LESS TAX"
               "                                        "
               WS-SET-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-SETTLEMENT-LINE.
           COMPUTE WS-SET-EDIT =
               WS-EMP-DED - WS-EMP-LOANS - WS-EMP-PENS-EE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "   LESS DEDUCTIONS"
               "                                 "
               WS-SET-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-SETTLEMENT-LINE.
           IF WS-EMP-PENS-EE > ZERO
               MOVE WS-EMP-PENS-EE TO WS-SET-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "   LESS PENSION CONTRIBUTION"
                   "                       "
                   WS-SET-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-SETTLEMENT-LINE
           END-IF.
           IF WS-EMP-LOANS > ZERO
               MOVE WS-EMP-LOANS TO WS-SET-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "   LESS LOAN RECOVERY"
                   "                              "
                   WS-SET-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-SETTLEMENT-LINE
           END-IF.
           MOVE WS-EMP-NET TO WS-SET-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "   NET SETTLEMENT"
               "                                  "
               WS-SET-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-SETTLEMENT-LINE.
           IF WS-EMP-NET < ZERO
               COMPUTE WS-SET-RECOVER = WS-SET-RECOVER - WS-EMP-NET
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-BANKED
                   STRING "   PAID WITH THIS RUN'S BANK FILE TO "
                       PERSON-BANK-CODE " " PERSON-BANK-ACCT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
               WHEN WS-EMP-NET > ZERO
                   STRING "   NO BANK DETAILS - PAY THE SETTLEMENT "
                       "BY HAND"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
               WHEN WS-SET-RECOVER = ZERO AND WS-EMP-LOANS > ZERO
                   STRING "   NOTHING FURTHER PAYABLE - THE NET WENT "
                       "TO THE LOAN"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE WS-SET-RECOVER TO WS-SET-EDIT
                   STRING "   NOTHING PAYABLE - RECOVER "
                       WS-SET-EDIT " FROM THE LEAVER"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
           END-EVALUATE.
           PERFORM WRITE-SETTLEMENT-LINE.
           IF WS-EMP-LOAN-OWED > ZERO
               MOVE WS-EMP-LOAN-OWED TO WS-SET-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "   LOAN BALANCE STILL OUTSTANDING "
                   WS-SET-EDIT " - RECOVER FROM THE LEAVER"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-SETTLEMENT-LINE
           END-IF.

       WRITE-SETTLEMENT-LINE.
           MOVE WS-REPORT-LINE TO SETTLEMENT-LINE.
           WRITE SETTLEMENT-LINE.

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

      *> every rise for this employee still owing arrears: each run
      *> on the history from the effective date up to the day the
      *> rise was applied paid the old salary. The whole difference
      *> is owed for those months, except the effective month itself
      *> when the rise starts after the 1st - that month is owed the
      *> difference for the days from the effective date on
       COMPUTE-RETRO-ARREARS.
           MOVE ZERO TO WS-EMP-ARREARS.
           MOVE "N" TO WS-RETRO-HEAD-SW.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-CHANGE-COUNT
               MOVE WS-SC-IMAGE (WS-SC-IDX) TO WS-CHANGE-WORK
               IF CW-PERSON-ID = PERSON-ID AND
                       (CW-ARREARS-RUN = ZERO OR
                       CW-ARREARS-RUN = WS-RUN-DATE)
                   PERFORM RETRO-ONE-CHANGE
                   MOVE WS-RUN-DATE TO CW-ARREARS-RUN
                   MOVE WS-CHG-ARREARS TO CW-ARREARS-AMOUNT
                   MOVE WS-CHANGE-WORK TO WS-SC-IMAGE (WS-SC-IDX)
                   ADD WS-CHG-ARREARS TO WS-EMP-ARREARS
               END-IF
           END-PERFORM.
           IF WS-EMP-ARREARS > ZERO
               ADD 1 TO WS-RETRO-EMP-COUNT
               ADD WS-EMP-ARREARS TO WS-RETRO-TOTAL
               MOVE WS-EMP-ARREARS TO WS-SALARY-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "      TOTAL ARREARS PAID THIS RUN"
                   "                                    "
                   WS-SALARY-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO RETRO-LINE
               WRITE RETRO-LINE
           END-IF.

       RETRO-ONE-CHANGE.
           MOVE ZERO TO WS-CHG-ARREARS.
           IF CW-NEW-SALARY NOT > CW-OLD-SALARY
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RETRO-RISE = CW-NEW-SALARY - CW-OLD-SALARY.
           MOVE CW-EFFECTIVE-DATE TO WS-EFFECTIVE-FIELDS.
           PERFORM VARYING WS-HI-IDX FROM 1 BY 1
                   UNTIL WS-HI-IDX > WS-HIST-KEPT
               MOVE WS-HI-IMAGE (WS-HI-IDX) TO WS-RETRO-HIST
               IF RH-PERSON-ID = PERSON-ID AND
                       RH-RUN-DATE NOT < CW-EFFECTIVE-DATE AND
                       RH-RUN-DATE < CW-APPLIED-DATE
                   PERFORM RETRO-ONE-MONTH
               END-IF
           END-PERFORM.

       RETRO-ONE-MONTH.
           MOVE RH-RUN-DATE (1:4) TO WS-DIM-YEAR.
           MOVE RH-RUN-DATE (5:2) TO WS-DIM-MONTH.
           PERFORM DAYS-IN-MONTH.
           IF RH-RUN-DATE (1:6) = CW-EFFECTIVE-DATE (1:6) AND
                   WS-EFF-DAY > 1
               COMPUTE WS-RETRO-DAYS = WS-DIM-DAYS - WS-EFF-DAY + 1
               COMPUTE WS-MONTH-ARREARS ROUNDED =
                   WS-RETRO-RISE * WS-RETRO-DAYS / WS-DIM-DAYS
           ELSE
               MOVE WS-DIM-DAYS TO WS-RETRO-DAYS
               MOVE WS-RETRO-RISE TO WS-MONTH-ARREARS
           END-IF.
           ADD WS-MONTH-ARREARS TO WS-CHG-ARREARS.
           IF NOT WS-RETRO-HEAD-DONE
               SET WS-RETRO-HEAD-DONE TO TRUE
               MOVE SPACES TO RETRO-LINE
               WRITE RETRO-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING PERSON-ID " " PERSON-NAME
                   " GRADE " PERSON-GRADE " DEPT " PERSON-DEPT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO RETRO-LINE
               WRITE RETRO-LINE
           END-IF.
           MOVE CW-OLD-SALARY TO WS-OLD-SAL-EDIT.
           MOVE CW-NEW-SALARY TO WS-NEW-SAL-EDIT.
           MOVE WS-MONTH-ARREARS TO WS-SALARY-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "   MONTH " RH-RUN-DATE (1:6)
               " PAID " RH-RUN-DATE
               " AT " WS-OLD-SAL-EDIT
               " NOT " WS-NEW-SAL-EDIT
               " FROM " CW-EFFECTIVE-DATE
               " - " WS-RETRO-DAYS "/" WS-DIM-DAYS " DAYS "
               WS-SALARY-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO RETRO-LINE.
           WRITE RETRO-LINE.

      *> the salary change file back, with this run's stamps - the
      *> same held-table rewrite the history gets on a rerun
       WRITE-CHANGES-BACK.
           IF WS-CHANGE-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SALARY-CHANGE-FILE.
           IF WS-CHANGE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING SALARY CHANGE FILE - STATUS "
                   WS-CHANGE-STATUS " - ARREARS NOT STAMPED AS PAID"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-CHANGE-COUNT
               WRITE SALARY-CHANGE-REC FROM WS-SC-IMAGE (WS-SC-IDX)
           END-PERFORM.
           CLOSE SALARY-CHANGE-FILE.

      *> Loans.txt back out with this run's recoveries. If it cannot
      *> be written the register is right but the balances are not,
      *> so the run ends in error for the loans to be put straight
       WRITE-LOANS-BACK.
           IF WS-LOAN-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT LOAN-FILE.
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING LOAN FILE - STATUS "
                   WS-LOAN-STATUS " - RECOVERIES NOT POSTED"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LO-IDX FROM 1 BY 1
                   UNTIL WS-LO-IDX > WS-LOAN-COUNT
               WRITE LOAN-REC FROM WS-LO-IMAGE (WS-LO-IDX)
           END-PERFORM.
           CLOSE LOAN-FILE.

      *> FILELOCK sets RETURN-CODE itself, so a code already set
      *> for the run is kept across the call
       RELEASE-LOAN-LOCK.
           MOVE RETURN-CODE TO WS-LOCK-RC.
           MOVE "R" TO FL-ACTION.
           CALL "FILELOCK" USING WS-LOCK-PARM.
           MOVE WS-LOCK-RC TO RETURN-CODE.

      *> this run against the previous one: new starters (paid now,
      *> not then), leavers (paid then, not now) and movers (gross
      *> or net changed by more than the variance percentage either
      *> way). With no previous run there is nothing to compare and
      *> the report says so - the first run is signed off on the
      *> register alone
       WRITE-VARIANCE-REPORT.
           OPEN OUTPUT VARIANCE-FILE.
           IF WS-VARIANCE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VARIANCE REPORT - STATUS "
                   WS-VARIANCE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PAYROLL VARIANCE REPORT - RUN " WS-RUN-DATE
               " AGAINST RUN " WS-PREV-RUN-DATE
               " - THRESHOLD " WS-VARIANCE-PCT "%"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           IF WS-PREV-RUN-DATE = ZERO
               MOVE "   NO PREVIOUS RUN ON THE PAY HISTORY - NOTHING"
                   TO VARIANCE-LINE
               WRITE VARIANCE-LINE
               MOVE "   TO COMPARE - SIGN OFF ON THE REGISTER"
                   TO VARIANCE-LINE
               WRITE VARIANCE-LINE
           END-IF.
      *> pair every employee paid now with last run's line
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > WS-CURR-COUNT
               PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                       UNTIL WS-PV-IDX > WS-PREV-COUNT
                   IF WS-PV-PERSON (WS-PV-IDX) =
                           WS-CU-PERSON (WS-CU-IDX)
                       MOVE "Y" TO WS-PV-MATCHED (WS-PV-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF WS-PREV-RUN-DATE NOT = ZERO
               MOVE SPACES TO VARIANCE-LINE
               WRITE VARIANCE-LINE
               MOVE "NEW STARTERS - PAID THIS RUN, NOT LAST RUN"
                   TO VARIANCE-LINE
               WRITE VARIANCE-LINE
               MOVE ZERO TO WS-SECTION-COUNT
               PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                       UNTIL WS-CU-IDX > WS-CURR-COUNT
                   PERFORM VARIANCE-NEW-STARTER
               END-PERFORM
               PERFORM VARIANCE-SECTION-END

               MOVE SPACES TO VARIANCE-LINE
               WRITE VARIANCE-LINE
               MOVE "LEAVERS - PAID LAST RUN, NOT THIS RUN"
                   TO VARIANCE-LINE
               WRITE VARIANCE-LINE
               MOVE ZERO TO WS-SECTION-COUNT
               PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                       UNTIL WS-PV-IDX > WS-PREV-COUNT
                   IF WS-PV-MATCHED (WS-PV-IDX) = "N"
                       PERFORM VARIANCE-LEAVER
                   END-IF
               END-PERFORM
               PERFORM VARIANCE-SECTION-END

               MOVE SPACES TO VARIANCE-LINE
               WRITE VARIANCE-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "GROSS OR NET MOVED BY MORE THAN "
                   WS-VARIANCE-PCT "%"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO VARIANCE-LINE
               WRITE VARIANCE-LINE
               MOVE ZERO TO WS-SECTION-COUNT
               PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                       UNTIL WS-CU-IDX > WS-CURR-COUNT
                   PERFORM VARIANCE-MOVER
               END-PERFORM
               PERFORM VARIANCE-SECTION-END
           END-IF.

           MOVE SPACES TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE WS-PAID-TOTAL TO WS-COMPANY-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "HELD BANK FILE: " WS-PAID-COUNT " PAYMENTS "
               "TOTALLING " WS-COMPANY-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-VARIANCE-COUNT " VARIANCES - A SUPERVISOR MUST "
               "SIGN THIS REPORT OFF THROUGH PAYRELEASE BEFORE THE "
               "BANK FILE IS RELEASED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           CLOSE VARIANCE-FILE.

       VARIANCE-NEW-STARTER.
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PREV-COUNT
               IF WS-PV-PERSON (WS-PV-IDX) = WS-CU-PERSON (WS-CU-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-VARIANCE-COUNT.
           MOVE WS-CU-GROSS (WS-CU-IDX) TO WS-SALARY-EDIT.
           MOVE WS-CU-NET (WS-CU-IDX) TO WS-NET-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "   " WS-CU-PERSON (WS-CU-IDX) " "
               WS-CU-NAME (WS-CU-IDX)
               " GROSS " WS-SALARY-EDIT
               " NET " WS-NET-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

       VARIANCE-LEAVER.
           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-VARIANCE-COUNT.
           MOVE "*** NOT ON PERSON FILE" TO WS-VAR-NAME.
           PERFORM VARYING WS-NM-IDX FROM 1 BY 1
                   UNTIL WS-NM-IDX > WS-NAME-COUNT
               IF WS-NM-PERSON (WS-NM-IDX) = WS-PV-PERSON (WS-PV-IDX)
                   MOVE WS-NM-NAME (WS-NM-IDX) TO WS-VAR-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-PV-GROSS (WS-PV-IDX) TO WS-PREV-GROSS-EDIT.
           MOVE WS-PV-NET (WS-PV-IDX) TO WS-PREV-NET-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "   " WS-PV-PERSON (WS-PV-IDX) " " WS-VAR-NAME
               " LAST GROSS " WS-PREV-GROSS-EDIT
               " NET " WS-PREV-NET-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

      *> a movement is measured against last run's figure; from a
      *> zero (or negative) figure any change at all is reported
       VARIANCE-MOVER.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PREV-COUNT
               IF WS-PV-PERSON (WS-PV-IDX) = WS-CU-PERSON (WS-CU-IDX)
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FLAG-SW.
           IF WS-CU-GROSS (WS-CU-IDX) > WS-PV-GROSS (WS-PV-IDX)
               COMPUTE WS-VAR-DIFF =
                   WS-CU-GROSS (WS-CU-IDX) - WS-PV-GROSS (WS-PV-IDX)
           ELSE
               COMPUTE WS-VAR-DIFF =
                   WS-PV-GROSS (WS-PV-IDX) - WS-CU-GROSS (WS-CU-IDX)
           END-IF.
           MOVE WS-PV-GROSS (WS-PV-IDX) TO WS-VAR-BASE.
           PERFORM VARIANCE-PERCENT.
           MOVE WS-VAR-PCT TO WS-GROSS-PCT.
           IF WS-CU-NET (WS-CU-IDX) > WS-PV-NET (WS-PV-IDX)
               COMPUTE WS-VAR-DIFF =
                   WS-CU-NET (WS-CU-IDX) - WS-PV-NET (WS-PV-IDX)
           ELSE
               COMPUTE WS-VAR-DIFF =
                   WS-PV-NET (WS-PV-IDX) - WS-CU-NET (WS-CU-IDX)
           END-IF.
           MOVE ZERO TO WS-VAR-BASE.
           IF WS-PV-NET (WS-PV-IDX) > ZERO
               MOVE WS-PV-NET (WS-PV-IDX) TO WS-VAR-BASE
           END-IF.
           PERFORM VARIANCE-PERCENT.
           MOVE WS-VAR-PCT TO WS-NET-PCT.
           IF NOT WS-FLAGGED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-VARIANCE-COUNT.
           MOVE WS-PV-GROSS (WS-PV-IDX) TO WS-PREV-GROSS-EDIT.
           MOVE WS-CU-GROSS (WS-CU-IDX) TO WS-SALARY-EDIT.
           MOVE WS-GROSS-PCT TO WS-PCT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "   " WS-CU-PERSON (WS-CU-IDX) " "
               WS-CU-NAME (WS-CU-IDX)
               " GROSS " WS-PREV-GROSS-EDIT " TO " WS-SALARY-EDIT
               " (" WS-PCT-EDIT "%)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE WS-PV-NET (WS-PV-IDX) TO WS-PREV-NET-EDIT.
           MOVE WS-CU-NET (WS-CU-IDX) TO WS-NET-EDIT.
           MOVE WS-NET-PCT TO WS-PCT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "                               "
               "NET   " WS-PREV-NET-EDIT " TO " WS-NET-EDIT
               " (" WS-PCT-EDIT "%)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

      *> WS-VAR-DIFF as a percentage of WS-VAR-BASE, flagged past
      *> the threshold
       VARIANCE-PERCENT.
           IF WS-VAR-BASE = ZERO
               MOVE ZERO TO WS-VAR-PCT
               IF WS-VAR-DIFF > ZERO
                   MOVE 9999.9 TO WS-VAR-PCT
                   SET WS-FLAGGED TO TRUE
               END-IF
           ELSE
               COMPUTE WS-VAR-PCT ROUNDED =
                   WS-VAR-DIFF * 100 / WS-VAR-BASE
                   ON SIZE ERROR MOVE 9999.9 TO WS-VAR-PCT
               END-COMPUTE
               IF WS-VAR-PCT > WS-VARIANCE-PCT
                   SET WS-FLAGGED TO TRUE
               END-IF
           END-IF.

       VARIANCE-SECTION-END.
           IF WS-SECTION-COUNT = ZERO
               MOVE "   NONE" TO VARIANCE-LINE
               WRITE VARIANCE-LINE
           END-IF.

      *> the run goes on the release log as held - PAYRELEASE
      *> releases only the latest held run, and only once
       LOG-BANK-FILE-HELD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN EXTEND RELEASE-LOG-FILE.
           IF WS-RELLOG-STATUS = "35"
               OPEN OUTPUT RELEASE-LOG-FILE
           END-IF.
           IF WS-RELLOG-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAY RELEASE LOG - STATUS "
                   WS-RELLOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO PR-RUN-DATE.
           SET PR-HELD TO TRUE.
           MOVE WS-PAID-COUNT TO PR-PAID-COUNT.
           MOVE WS-PAID-TOTAL TO PR-PAID-TOTAL.
           MOVE WS-VARIANCE-COUNT TO PR-VARIANCES.
           MOVE WS-OPERATOR-ID TO PR-OPERATOR.
           MOVE WS-RUN-DATE TO PR-EVENT-DATE.
           MOVE WS-RUN-TIME TO PR-EVENT-TIME.
           WRITE RELEASE-LOG-REC.
           CLOSE RELEASE-LOG-FILE.

       BANK-ONE-YTD-LINE.
           MOVE "N" TO WS-YTD-FOUND-SW.
