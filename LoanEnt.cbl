       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANENT.

      *> staff loans and salary advances, taken off the office card
      *> and onto Loans.txt where PAYREG recovers them: a new loan or
      *> advance is numbered in turn for an employee verified active
      *> (and not leaving) on Person Info.txt, with its principal,
      *> the monthly instalment - never more than the principal - and
      *> the first payroll period to take it from, this month or
      *> later. The instalment of an open loan can be changed; the
      *> balance is PAYREG's to bring down. List shows one employee's
      *> loans or every loan on file. The file is held under the
      *> LOANS lock PAYREG also takes, so the two never rewrite it
      *> at once.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

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
           FD LOAN-FILE.
           01 LOAN-LINE.
               COPY EMP-LOAN.

           FD PERSON.
           01 PERSON-INFO-FILE.
               COPY PERSON-INFO.

       WORKING-STORAGE SECTION.
           01 WS-LOAN-TABLE.
               05 WS-LN-ENTRY OCCURS 2000 TIMES INDEXED BY WS-LN-IDX.
                   10 WS-LN-IMAGE PIC X(80).
           01 WS-LOAN-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-HIGH-NO PIC 9(5) VALUE ZERO.
      *> one loan off the table, to look at or change
           01 WS-LOAN-WORK.
               COPY EMP-LOAN REPLACING LEADING ==LN== BY ==LW==.

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".

           01 WS-ASK-NO PIC 9(5).
           01 WS-ASK-ID PIC 9(5).
           01 WS-ASK-TYPE PIC X(1).
           01 WS-ASK-PRINCIPAL PIC 9(7)V99.
           01 WS-ASK-INSTALMENT PIC 9(7)V99.
           01 WS-ASK-PERIOD PIC 9(6).
           01 WS-ASK-PERIOD-FIELDS REDEFINES WS-ASK-PERIOD.
               05 WS-ASK-PERIOD-YEAR PIC 9(4).
               05 WS-ASK-PERIOD-MONTH PIC 9(2).

           01 WS-EDIT-SW PIC A(1).
               88 WS-EDIT-OK VALUE "Y".
               88 WS-EDIT-FAILED VALUE "N".
           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(4) COMP.
           01 WS-MONTHS PIC 9(4).
           01 WS-MONTHS-REM PIC 9(7)V99.
           01 WS-TYPE-WORD PIC X(7).
           01 WS-STATUS-WORD PIC X(6).
           01 WS-AMOUNT-EDIT-1 PIC Z(6)9.99.
           01 WS-AMOUNT-EDIT-2 PIC Z(6)9.99.
           01 WS-AMOUNT-EDIT-3 PIC Z(6)9.99.
           01 WS-LISTED PIC 9(4) VALUE ZERO.
           01 WS-TODAY PIC 9(8).
           01 WS-OPERATOR-ID PIC X(10).

      *> the shared-file interlock - PAYREG rewrites the loans too
           01 WS-LOCK-PARM.
               05 FL-ACTION PIC X(1).
               05 FL-LOCK-NAME PIC X(20).
               05 FL-HOLDER PIC X(10).
               05 FL-RESULT PIC X(1).
                   88 FL-GRANTED VALUE "G".
                   88 FL-HELD VALUE "H".
               05 FL-MESSAGE PIC X(40).

           01 WS-MASTER-PATH PIC X(80).
           01 WS-PERSON-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-PERSON-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "LOAN_FILE".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Loans.txt"
                   TO WS-MASTER-PATH
           END-IF.
           ACCEPT WS-PERSON-PATH FROM ENVIRONMENT "WRITETEST_PERSON".
           IF WS-PERSON-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Person Info.txt"
                   TO WS-PERSON-PATH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT PERSON.
           IF WS-PERSON-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PERSON FILE - STATUS "
                   WS-PERSON-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "A" TO FL-ACTION.
           MOVE "LOANS" TO FL-LOCK-NAME.
           MOVE "LOANENT" TO FL-HOLDER.
           CALL "FILELOCK" USING WS-LOCK-PARM.
           IF NOT FL-GRANTED
               DISPLAY "LOANS ARE BEING UPDATED BY "
                   FL-HOLDER " - TRY AGAIN SHORTLY"
               CLOSE PERSON
               STOP RUN
           END-IF.

      *> a loan file that does not exist yet is simply empty - the
      *> first loan creates it
           OPEN INPUT LOAN-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ LOAN-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF WS-LOAN-COUNT < 2000
                               ADD 1 TO WS-LOAN-COUNT
                               SET WS-LN-IDX TO WS-LOAN-COUNT
                               MOVE LOAN-LINE TO WS-LN-IMAGE (WS-LN-IDX)
                               IF LN-LOAN-NO > WS-HIGH-NO
                                   MOVE LN-LOAN-NO TO WS-HIGH-NO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "LOANS - A=ADD C=CHANGE INSTALMENT L=LIST "
                   "Q=QUIT" WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-LOAN
                   WHEN "C"
                   WHEN "c"
                       PERFORM CHANGE-INSTALMENT
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-LOANS
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

       FIND-LOAN.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LOAN-COUNT
               MOVE WS-LN-IMAGE (WS-LN-IDX) TO WS-LOAN-WORK
               IF LW-LOAN-NO = WS-ASK-NO
                   SET WS-FOUND TO TRUE
                   MOVE WS-LN-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> only someone still on the payroll can be lent money the
      *> payroll is to recover
       ADD-LOAN.
           IF WS-LOAN-COUNT >= 2000
               DISPLAY "LOAN TABLE FULL - NOT ADDED"
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
           IF PERSON-INACTIVE
               DISPLAY PERSON-NAME " IS INACTIVE - NO LOAN"
               EXIT PARAGRAPH
           END-IF.
           IF PERSON-TERM-DATE IS NUMERIC AND
                   PERSON-TERM-DATE NOT = ZERO
               DISPLAY PERSON-NAME " IS LEAVING ON " PERSON-TERM-DATE
                   " - NO LOAN"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "LOAN FOR " PERSON-NAME.

           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Loan or salary Advance? (L/A)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-TYPE
               INSPECT WS-ASK-TYPE CONVERTING "la" TO "LA"
               IF WS-ASK-TYPE = "L" OR WS-ASK-TYPE = "A"
                   SET WS-EDIT-OK TO TRUE
               ELSE
                   DISPLAY "ANSWER L OR A"
               END-IF
           END-PERFORM.
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter amount lent" WITH NO ADVANCING
               ACCEPT WS-ASK-PRINCIPAL
               IF WS-ASK-PRINCIPAL > ZERO
                   SET WS-EDIT-OK TO TRUE
               ELSE
                   DISPLAY "AMOUNT MUST BE MORE THAN ZERO"
               END-IF
           END-PERFORM.
           PERFORM ACCEPT-INSTALMENT.
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter first payroll period to recover from "
                   "(YYYYMM)" WITH NO ADVANCING
               ACCEPT WS-ASK-PERIOD
               IF WS-ASK-PERIOD-MONTH < 1 OR
                       WS-ASK-PERIOD-MONTH > 12
                   DISPLAY "NOT A MONTH - RE-ENTER"
               ELSE
                   IF WS-ASK-PERIOD < WS-TODAY (1:6)
                       DISPLAY "PERIOD IS ALREADY PAST - RE-ENTER"
                   ELSE
                       SET WS-EDIT-OK TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           ADD 1 TO WS-HIGH-NO.
           INITIALIZE WS-LOAN-WORK.
           MOVE WS-HIGH-NO TO LW-LOAN-NO.
           MOVE WS-ASK-ID TO LW-PERSON-ID.
           MOVE WS-ASK-TYPE TO LW-TYPE.
           MOVE WS-ASK-PRINCIPAL TO LW-PRINCIPAL.
           MOVE WS-ASK-INSTALMENT TO LW-INSTALMENT.
           MOVE WS-ASK-PERIOD TO LW-START-PERIOD.
           MOVE WS-ASK-PRINCIPAL TO LW-BALANCE.
           SET LW-OPEN TO TRUE.
           MOVE ZERO TO LW-LAST-RUN.
           MOVE ZERO TO LW-LAST-AMOUNT.
           MOVE WS-TODAY TO LW-ENTERED-DATE.
           MOVE WS-OPERATOR-ID TO LW-OPERATOR.
           ADD 1 TO WS-LOAN-COUNT.
           SET WS-LN-IDX TO WS-LOAN-COUNT.
           MOVE WS-LOAN-WORK TO WS-LN-IMAGE (WS-LN-IDX).
           DIVIDE WS-ASK-PRINCIPAL BY WS-ASK-INSTALMENT
               GIVING WS-MONTHS REMAINDER WS-MONTHS-REM.
           IF WS-MONTHS-REM > ZERO
               ADD 1 TO WS-MONTHS
           END-IF.
           DISPLAY "LOAN " WS-HIGH-NO " ADDED - RECOVERED OVER "
               WS-MONTHS " PAYROLL RUNS FROM " WS-ASK-PERIOD.

      *> more than zero and no more than the amount lent - an advance
      *> is usually the whole amount in one
       ACCEPT-INSTALMENT.
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter monthly instalment" WITH NO ADVANCING
               ACCEPT WS-ASK-INSTALMENT
               IF WS-ASK-INSTALMENT = ZERO OR
                       WS-ASK-INSTALMENT > WS-ASK-PRINCIPAL
                   DISPLAY "INSTALMENT MUST BE MORE THAN ZERO AND NO "
                       "MORE THAN THE AMOUNT LENT"
               ELSE
                   SET WS-EDIT-OK TO TRUE
               END-IF
           END-PERFORM.

       CHANGE-INSTALMENT.
           DISPLAY "Enter loan number" WITH NO ADVANCING.
           ACCEPT WS-ASK-NO.
           PERFORM FIND-LOAN.
           IF WS-NOT-FOUND
               DISPLAY "LOAN " WS-ASK-NO " NOT ON FILE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT LW-OPEN
               DISPLAY "LOAN " WS-ASK-NO " IS REPAID - NOTHING TO "
                   "CHANGE"
               EXIT PARAGRAPH
           END-IF.
           SET WS-LN-IDX TO WS-MATCH-IDX.
           PERFORM SHOW-ONE-LOAN.
           MOVE LW-PRINCIPAL TO WS-ASK-PRINCIPAL.
           PERFORM ACCEPT-INSTALMENT.
           MOVE WS-ASK-INSTALMENT TO LW-INSTALMENT.
           MOVE WS-LOAN-WORK TO WS-LN-IMAGE (WS-MATCH-IDX).
           DISPLAY "LOAN " WS-ASK-NO " INSTALMENT CHANGED".

       LIST-LOANS.
           DISPLAY "Enter employee ID (0 = every loan)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-ID.
           MOVE ZERO TO WS-LISTED.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LOAN-COUNT
               MOVE WS-LN-IMAGE (WS-LN-IDX) TO WS-LOAN-WORK
               IF WS-ASK-ID = ZERO OR LW-PERSON-ID = WS-ASK-ID
                   PERFORM SHOW-ONE-LOAN
                   ADD 1 TO WS-LISTED
               END-IF
           END-PERFORM.
           DISPLAY WS-LISTED " LOANS LISTED".

      *> the loan in WS-LOAN-WORK on one line
       SHOW-ONE-LOAN.
           IF LW-IS-ADVANCE
               MOVE "ADVANCE" TO WS-TYPE-WORD
           ELSE
               MOVE "LOAN" TO WS-TYPE-WORD
           END-IF.
           IF LW-OPEN
               MOVE "OPEN" TO WS-STATUS-WORD
           ELSE
               MOVE "REPAID" TO WS-STATUS-WORD
           END-IF.
           MOVE LW-PRINCIPAL TO WS-AMOUNT-EDIT-1.
           MOVE LW-INSTALMENT TO WS-AMOUNT-EDIT-2.
           MOVE LW-BALANCE TO WS-AMOUNT-EDIT-3.
           DISPLAY "  " LW-LOAN-NO " " LW-PERSON-ID " " WS-TYPE-WORD
               " LENT " WS-AMOUNT-EDIT-1
               " INSTALMENT " WS-AMOUNT-EDIT-2
               " FROM " LW-START-PERIOD
               " BALANCE " WS-AMOUNT-EDIT-3 " " WS-STATUS-WORD.

       WRITE-MASTER-BACK.
           OPEN OUTPUT LOAN-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING LOANS - STATUS "
                   WS-MASTER-STATUS
               MOVE "R" TO FL-ACTION
               CALL "FILELOCK" USING WS-LOCK-PARM
               STOP RUN
           END-IF.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LOAN-COUNT
               MOVE WS-LN-IMAGE (WS-LN-IDX) TO LOAN-LINE
               WRITE LOAN-LINE
           END-PERFORM.
           CLOSE LOAN-FILE.
           DISPLAY "LOANS REWRITTEN".

       END PROGRAM LOANENT.
