       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRELEASE.

      *> payroll bank file release: PAYREG leaves each run's bank
      *> upload held in BankPayHeld.txt with its variance report,
      *> and nothing goes to the bank until a supervisor signs the
      *> report off here. The supervisor signs on the APPROVE way -
      *> role S, an unlocked ID and the password proven through
      *> PASSHASH - and may not be the operator who ran the payroll.
      *> The run must be the latest held on PayRelease.txt, its held
      *> file must still agree with the count and total PAYREG
      *> logged, and PayVariance.txt must be that run's report. The
      *> report is shown in full; on sign-off the held file is copied
      *> to the BankPay.txt the bank takes and an R line naming the
      *> approver goes on PayRelease.txt and the job log. Declining
      *> leaves the run held. Each released payment line is also
      *> appended, with the run and release dates, to
      *> BankPayIssued.txt - what BANKREC expects to see leave the
      *> account.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT RELEASE-LOG-FILE ASSIGN TO DYNAMIC WS-RELLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELLOG-STATUS.

           SELECT HELD-BANK-FILE ASSIGN TO DYNAMIC WS-HELD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           SELECT BANK-FILE ASSIGN TO DYNAMIC WS-BANK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.

           SELECT VARIANCE-FILE ASSIGN TO DYNAMIC WS-VARIANCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARIANCE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO DYNAMIC WS-OPERATOR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT ISSUED-FILE ASSIGN TO DYNAMIC WS-ISSUED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUED-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO DYNAMIC WS-JOB-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD RELEASE-LOG-FILE.
           01 RELEASE-LOG-REC.
               COPY PAY-RELEASE.

           FD HELD-BANK-FILE.
           01 HELD-BANK-LINE PIC X(60).

           FD BANK-FILE.
           01 BANK-LINE PIC X(60).

           FD VARIANCE-FILE.
           01 VARIANCE-LINE PIC X(110).

           FD OPERATOR-FILE.
           01 OPERATOR-LINE.
               05 OP-ID PIC X(10).
               05 OP-ROLE PIC X(1).
               05 OP-PASS-HASH PIC 9(8).
               05 OP-FAILS PIC 9(1).
               05 OP-LOCK PIC X(1).
               05 OP-PASS-DATE PIC 9(8).

           FD ISSUED-FILE.
           01 ISSUED-REC.
               COPY BANK-ISSUED.

           FD JOB-LOG-FILE.
           01 JOB-LOG-LINE PIC X(120).

       WORKING-STORAGE SECTION.
      *> the last line on the release log - the run to release
           01 WS-LAST-RELEASE.
               COPY PAY-RELEASE REPLACING LEADING ==PR== BY ==LR==.
           01 WS-RELLOG-EOF PIC A(1) VALUE "N".
           01 WS-RELLOG-LINES PIC 9(5) VALUE ZERO.

      *> the held upload, held here until it is copied across
           01 WS-HELD-TABLE.
               05 WS-HB-LINE PIC X(60) OCCURS 2001 TIMES
                   INDEXED BY WS-HB-IDX.
           01 WS-HELD-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-HELD-EOF PIC A(1) VALUE "N".
           01 WS-HELD-FULL-SW PIC X(1) VALUE "N".
               88 WS-HELD-FULL VALUE "Y".
      *> PAYREG's control trailer, the last line of the upload
           01 WS-TRAILER.
               05 WS-TRL-LABEL PIC X(6).
               05 WS-TRL-COUNT PIC 9(5).
               05 FILLER PIC X(1).
               05 WS-TRL-AMOUNT PIC 9(11)V99.
               05 FILLER PIC X(35).
           01 WS-DETAIL-COUNT PIC 9(5).
      *> one of PAYREG's payment lines, for the sum of amounts
           01 WS-DETAIL.
               05 FILLER PIC X(24).
               05 WS-DTL-AMOUNT PIC 9(9)V99.
               05 FILLER PIC X(25).
      *> the same line field by field, for BankPayIssued.txt
           01 WS-ISSUE-DETAIL.
               05 WS-ID-PERSON-ID PIC 9(5).
               05 FILLER PIC X(1).
               05 WS-ID-BANK-CODE PIC X(6).
               05 FILLER PIC X(1).
               05 WS-ID-BANK-ACCT PIC 9(10).
               05 FILLER PIC X(1).
               05 WS-ID-AMOUNT PIC 9(9)V99.
               05 FILLER PIC X(25).
           01 WS-DETAIL-SUM PIC 9(11)V99.
           01 WS-DETAIL-BAD-SW PIC X(1) VALUE "N".
               88 WS-DETAIL-BAD VALUE "Y".

           01 WS-VARIANCE-EOF PIC A(1) VALUE "N".
           01 WS-VARIANCE-HEAD PIC X(110).
           01 WS-VARIANCE-FIRST-SW PIC X(1) VALUE "Y".
               88 WS-VARIANCE-FIRST VALUE "Y".

           01 WS-OPERATOR-TABLE.
               05 WS-OP-ENTRY OCCURS 50 TIMES INDEXED BY WS-OP-IDX.
                   10 WS-OP-ID PIC X(10).
                   10 WS-OP-ROLE PIC X(1).
                   10 WS-OP-HASH PIC 9(8).
                   10 WS-OP-LOCK PIC X(1).
           01 WS-OPERATOR-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-OPERATOR-EOF PIC A(1) VALUE "N".

           01 WS-PASSWORD PIC X(10).
           01 WS-HASH-PARM.
               05 PH-PASSWORD PIC X(10).
               05 PH-HASH PIC 9(8).
           01 WS-SIGNON-MATCH PIC 9(4) COMP.
           01 WS-SIGNON-ID PIC X(10).
           01 WS-SIGNON-OK-SW PIC X(1) VALUE "N".
               88 WS-SIGNON-OK VALUE "Y".
           01 WS-SIGNON-TRIES PIC 9(1) VALUE ZERO.

           01 WS-RELEASE-ANS PIC X(1).
           01 WS-TOTAL-EDIT PIC Z(10)9.99.
           01 WS-TODAY PIC 9(8).
           01 WS-LOG-TIME PIC 9(8).
           01 WS-LOG-ENTRY PIC X(120).
           01 WS-LOG-OUTCOME PIC X(10).

           01 WS-RELLOG-PATH PIC X(80).
           01 WS-HELD-PATH PIC X(80).
           01 WS-BANK-PATH PIC X(80).
           01 WS-VARIANCE-PATH PIC X(80).
           01 WS-OPERATOR-PATH PIC X(80).
           01 WS-JOB-LOG-PATH PIC X(80).
           01 WS-ISSUED-PATH PIC X(80).
           01 WS-ISSUED-STATUS PIC X(2).
           01 WS-RELLOG-STATUS PIC X(2).
           01 WS-HELD-STATUS PIC X(2).
           01 WS-BANK-STATUS PIC X(2).
           01 WS-VARIANCE-STATUS PIC X(2).
           01 WS-OPERATOR-STATUS PIC X(2).
           01 WS-JOB-LOG-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-RELLOG-PATH FROM ENVIRONMENT "PAYRELEASE_LOG".
           IF WS-RELLOG-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PayRelease.txt"
                   TO WS-RELLOG-PATH
           END-IF.
           ACCEPT WS-HELD-PATH FROM ENVIRONMENT "PAYREG_BANKHELD".
           IF WS-HELD-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\BankPayHeld.txt"
                   TO WS-HELD-PATH
           END-IF.
           ACCEPT WS-BANK-PATH FROM ENVIRONMENT "PAYREG_BANKFILE".
           IF WS-BANK-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\BankPay.txt"
                   TO WS-BANK-PATH
           END-IF.
           ACCEPT WS-VARIANCE-PATH FROM ENVIRONMENT "PAYREG_VARIANCE".
           IF WS-VARIANCE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PayVariance.txt"
                   TO WS-VARIANCE-PATH
           END-IF.
           ACCEPT WS-OPERATOR-PATH FROM ENVIRONMENT "OPERATORS_FILE".
           IF WS-OPERATOR-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Operators.txt"
                   TO WS-OPERATOR-PATH
           END-IF.
           ACCEPT WS-JOB-LOG-PATH FROM ENVIRONMENT "ASSIGNTWO_JOBLOG".
           IF WS-JOB-LOG-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\JobLog.txt"
                   TO WS-JOB-LOG-PATH
           END-IF.
           ACCEPT WS-ISSUED-PATH FROM ENVIRONMENT "PAYRELEASE_ISSUED".
           IF WS-ISSUED-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\BankPayIssued.txt"
                   TO WS-ISSUED-PATH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

      *> the run to release is the last line on the log, and only
      *> while it is still held
           OPEN INPUT RELEASE-LOG-FILE.
           IF WS-RELLOG-STATUS = "00"
               PERFORM UNTIL WS-RELLOG-EOF = "Y"
                   READ RELEASE-LOG-FILE
                       AT END MOVE "Y" TO WS-RELLOG-EOF
                       NOT AT END
                           ADD 1 TO WS-RELLOG-LINES
                           MOVE RELEASE-LOG-REC TO WS-LAST-RELEASE
                   END-READ
               END-PERFORM
               CLOSE RELEASE-LOG-FILE
           END-IF.
           IF WS-RELLOG-LINES = ZERO OR NOT LR-HELD
               DISPLAY "NO PAYROLL BANK FILE IS HELD FOR RELEASE"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> the held file must be the one PAYREG logged - same count,
      *> same total, and the payment lines adding up to both
           OPEN INPUT HELD-BANK-FILE.
           IF WS-HELD-STATUS NOT = "00"
               DISPLAY "ERROR OPENING HELD BANK FILE - STATUS "
                   WS-HELD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-HELD-EOF = "Y"
               READ HELD-BANK-FILE
                   AT END MOVE "Y" TO WS-HELD-EOF
                   NOT AT END
                       IF WS-HELD-COUNT < 2001
                           ADD 1 TO WS-HELD-COUNT
                           MOVE HELD-BANK-LINE
                               TO WS-HB-LINE (WS-HELD-COUNT)
                       ELSE
                           SET WS-HELD-FULL TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HELD-BANK-FILE.
           IF WS-HELD-FULL
               DISPLAY "HELD BANK FILE IS TOO BIG TO RELEASE HERE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-TRAILER.
           IF WS-HELD-COUNT > ZERO
               MOVE WS-HB-LINE (WS-HELD-COUNT) TO WS-TRAILER
           END-IF.
           COMPUTE WS-DETAIL-COUNT = WS-HELD-COUNT - 1.
           IF WS-HELD-COUNT = ZERO OR
                   WS-TRL-LABEL NOT = "TOTAL " OR
                   WS-TRL-COUNT IS NOT NUMERIC OR
                   WS-TRL-AMOUNT IS NOT NUMERIC
               DISPLAY "HELD BANK FILE HAS NO CONTROL TOTAL - "
                   "RERUN PAYREG"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-DETAIL-SUM.
           PERFORM VARYING WS-HB-IDX FROM 1 BY 1
                   UNTIL WS-HB-IDX > WS-DETAIL-COUNT
               MOVE WS-HB-LINE (WS-HB-IDX) TO WS-DETAIL
               IF WS-DTL-AMOUNT IS NUMERIC
                   ADD WS-DTL-AMOUNT TO WS-DETAIL-SUM
               ELSE
                   SET WS-DETAIL-BAD TO TRUE
               END-IF
           END-PERFORM.
           IF WS-TRL-COUNT NOT = LR-PAID-COUNT OR
                   WS-TRL-AMOUNT NOT = LR-PAID-TOTAL OR
                   WS-DETAIL-COUNT NOT = LR-PAID-COUNT OR
                   WS-DETAIL-SUM NOT = LR-PAID-TOTAL OR
                   WS-DETAIL-BAD
               DISPLAY "HELD BANK FILE DOES NOT MATCH RUN "
                   LR-RUN-DATE " AS PAYREG LOGGED IT - RERUN PAYREG"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> and the variance report must be that run's
           OPEN INPUT VARIANCE-FILE.
           IF WS-VARIANCE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VARIANCE REPORT - STATUS "
                   WS-VARIANCE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-VARIANCE-HEAD.
           READ VARIANCE-FILE INTO WS-VARIANCE-HEAD
               AT END CONTINUE
           END-READ.
           CLOSE VARIANCE-FILE.
           IF WS-VARIANCE-HEAD (31:8) NOT = LR-RUN-DATE
               DISPLAY "VARIANCE REPORT IS NOT FOR RUN " LR-RUN-DATE
                   " - RERUN PAYREG"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> the APPROVE sign-on: no operator file, no release
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS = "00"
               PERFORM UNTIL WS-OPERATOR-EOF = "Y"
                   READ OPERATOR-FILE
                       AT END MOVE "Y" TO WS-OPERATOR-EOF
                       NOT AT END
                           IF WS-OPERATOR-COUNT < 50
                               ADD 1 TO WS-OPERATOR-COUNT
                               SET WS-OP-IDX TO WS-OPERATOR-COUNT
                               MOVE OP-ID TO WS-OP-ID (WS-OP-IDX)
                               MOVE OP-ROLE TO WS-OP-ROLE (WS-OP-IDX)
                               IF OP-PASS-HASH IS NUMERIC
                                   MOVE OP-PASS-HASH
                                       TO WS-OP-HASH (WS-OP-IDX)
                               ELSE
                                   MOVE ZERO TO WS-OP-HASH (WS-OP-IDX)
                               END-IF
                               MOVE OP-LOCK TO WS-OP-LOCK (WS-OP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.
           IF WS-OPERATOR-COUNT = ZERO
               DISPLAY "NO OPERATOR FILE - RELEASE NEEDS A "
                   "SUPERVISOR SIGN-ON"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-SIGNON-OK OR WS-SIGNON-TRIES >= 3
               DISPLAY "Supervisor ID to sign on" WITH NO ADVANCING
               ACCEPT WS-SIGNON-ID
               MOVE ZERO TO WS-SIGNON-MATCH
               PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                       UNTIL WS-OP-IDX > WS-OPERATOR-COUNT
                   IF WS-OP-ID (WS-OP-IDX) = WS-SIGNON-ID AND
                           WS-OP-ROLE (WS-OP-IDX) = "S"
                       MOVE WS-OP-IDX TO WS-SIGNON-MATCH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-SIGNON-MATCH = ZERO
                   ADD 1 TO WS-SIGNON-TRIES
                   DISPLAY "NOT A SUPERVISOR ID"
               ELSE
                   SET WS-OP-IDX TO WS-SIGNON-MATCH
                   EVALUATE TRUE
                       WHEN WS-OP-LOCK (WS-OP-IDX) = "L"
                           ADD 1 TO WS-SIGNON-TRIES
                           DISPLAY "THIS ID IS LOCKED - A "
                               "SUPERVISOR MUST CLEAR IT AT THE "
                               "OPERATOR MENU"
                       WHEN WS-OP-HASH (WS-OP-IDX) = ZERO
                           ADD 1 TO WS-SIGNON-TRIES
                           DISPLAY "NO PASSWORD ON FILE - SET ONE "
                               "AT THE OPERATOR MENU FIRST"
                       WHEN WS-SIGNON-ID = LR-OPERATOR
                           ADD 1 TO WS-SIGNON-TRIES
                           DISPLAY "THE OPERATOR WHO RAN THE PAYROLL "
                               "CANNOT RELEASE IT"
                       WHEN OTHER
                           DISPLAY "Password" WITH NO ADVANCING
                           ACCEPT WS-PASSWORD
                           MOVE WS-PASSWORD TO PH-PASSWORD
                           CALL "PASSHASH" USING WS-HASH-PARM
                           IF PH-HASH = WS-OP-HASH (WS-OP-IDX)
                               SET WS-SIGNON-OK TO TRUE
                           ELSE
                               ADD 1 TO WS-SIGNON-TRIES
                               DISPLAY "WRONG PASSWORD"
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF NOT WS-SIGNON-OK
               DISPLAY "SIGN-ON FAILED - BANK FILE STAYS HELD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> the report the supervisor is signing off, in full
           OPEN INPUT VARIANCE-FILE.
           IF WS-VARIANCE-STATUS = "00"
               PERFORM UNTIL WS-VARIANCE-EOF = "Y"
                   READ VARIANCE-FILE
                       AT END MOVE "Y" TO WS-VARIANCE-EOF
                       NOT AT END DISPLAY VARIANCE-LINE
                   END-READ
               END-PERFORM
               CLOSE VARIANCE-FILE
           END-IF.

           MOVE LR-PAID-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY " ".
           DISPLAY "RELEASE RUN " LR-RUN-DATE " - " LR-PAID-COUNT
               " PAYMENTS TOTALLING " WS-TOTAL-EDIT
               " - TO THE BANK? (Y/N)" WITH NO ADVANCING.
           ACCEPT WS-RELEASE-ANS.
           IF WS-RELEASE-ANS NOT = "Y" AND WS-RELEASE-ANS NOT = "y"
               MOVE "DECLINED" TO WS-LOG-OUTCOME
               PERFORM LOG-THE-DECISION
               DISPLAY "NOT RELEASED - BANK FILE STAYS HELD"
               STOP RUN
           END-IF.

           OPEN OUTPUT BANK-FILE.
           IF WS-BANK-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BANK PAYMENT FILE - STATUS "
                   WS-BANK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-HB-IDX FROM 1 BY 1
                   UNTIL WS-HB-IDX > WS-HELD-COUNT
               MOVE WS-HB-LINE (WS-HB-IDX) TO BANK-LINE
               WRITE BANK-LINE
           END-PERFORM.
           CLOSE BANK-FILE.
           PERFORM LOG-THE-ISSUED-LINES.

           OPEN EXTEND RELEASE-LOG-FILE.
           IF WS-RELLOG-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAY RELEASE LOG - STATUS "
                   WS-RELLOG-STATUS
               DISPLAY "BANK FILE WAS WRITTEN - RECORD THE RELEASE "
                   "BY HAND"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-LAST-RELEASE TO RELEASE-LOG-REC.
           SET PR-RELEASED TO TRUE.
           MOVE WS-SIGNON-ID TO PR-OPERATOR.
           MOVE WS-TODAY TO PR-EVENT-DATE.
           ACCEPT PR-EVENT-TIME FROM TIME.
           WRITE RELEASE-LOG-REC.
           CLOSE RELEASE-LOG-FILE.
           MOVE "RELEASED" TO WS-LOG-OUTCOME.
           PERFORM LOG-THE-DECISION.
           DISPLAY "RUN " LR-RUN-DATE " RELEASED TO THE BANK FILE BY "
               WS-SIGNON-ID.
           STOP RUN.

      *> the payment lines, not the control trailer - a run that
      *> cannot be logged is still released, but the bank
      *> reconciliation will not know to look for it
       LOG-THE-ISSUED-LINES.
           OPEN EXTEND ISSUED-FILE.
           IF WS-ISSUED-STATUS = "35"
               OPEN OUTPUT ISSUED-FILE
           END-IF.
           IF WS-ISSUED-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ISSUED PAYMENTS LOG - STATUS "
                   WS-ISSUED-STATUS
               DISPLAY "RUN " LR-RUN-DATE " WILL NOT BE ON THE BANK "
                   "RECONCILIATION"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-HB-IDX FROM 1 BY 1
                   UNTIL WS-HB-IDX > WS-DETAIL-COUNT
               MOVE WS-HB-LINE (WS-HB-IDX) TO WS-ISSUE-DETAIL
               MOVE LR-RUN-DATE TO BI-RUN-DATE
               MOVE WS-TODAY TO BI-RELEASED
               MOVE WS-ID-PERSON-ID TO BI-PERSON-ID
               MOVE WS-ID-BANK-CODE TO BI-BANK-CODE
               MOVE WS-ID-BANK-ACCT TO BI-BANK-ACCT
               MOVE WS-ID-AMOUNT TO BI-AMOUNT
               WRITE ISSUED-REC
           END-PERFORM.
           CLOSE ISSUED-FILE.

       LOG-THE-DECISION.
           ACCEPT WS-LOG-TIME FROM TIME.
           OPEN EXTEND JOB-LOG-FILE.
           IF WS-JOB-LOG-STATUS = "35"
               OPEN OUTPUT JOB-LOG-FILE
           END-IF.
           IF WS-JOB-LOG-STATUS = "00"
               MOVE SPACES TO WS-LOG-ENTRY
               STRING "PAYRELEASE: " WS-SIGNON-ID
                   " " WS-LOG-OUTCOME
                   " PAYROLL RUN " LR-RUN-DATE
                   " PAYMENTS " LR-PAID-COUNT
                   " TOTAL " WS-TOTAL-EDIT
                   " RUN BY " LR-OPERATOR
                   " TIME " WS-LOG-TIME
                   DELIMITED BY SIZE INTO WS-LOG-ENTRY
               END-STRING
               MOVE WS-LOG-ENTRY TO JOB-LOG-LINE
               WRITE JOB-LOG-LINE
               CLOSE JOB-LOG-FILE
           END-IF.

       END PROGRAM PAYRELEASE.
