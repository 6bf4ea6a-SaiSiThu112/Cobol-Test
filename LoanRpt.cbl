       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRPT.

      *> the loan balances report off Loans.txt, for finance to tie
      *> back to the loans ledger: every open loan and advance in
      *> loan number order with the employee's name off Person
      *> Info.txt, the amount lent, the instalment, the period it
      *> started, the balance still to recover and the last amount
      *> PAYREG took and when. An employee who has left - inactive,
      *> or a termination date already passed - is flagged, since
      *> no further payroll run will recover the balance; one with
      *> a termination date still to come is flagged as leaving.
      *> Totals of the balances, and of what the leavers owe, close
      *> the report. Written to LoanBalances.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO DYNAMIC WS-LOAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.

      *> path can be overridden at run time by setting WRITETEST_PERSON
      *> in the environment - see WS-PERSON-PATH below
           SELECT PERSON ASSIGN TO DYNAMIC WS-PERSON-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PERSON-ID
               ALTERNATE RECORD KEY IS PERSON-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PERSON-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD LOAN-FILE.
           01 LOAN-LINE.
               COPY EMP-LOAN.

           FD PERSON.
           01 PERSON-INFO-FILE.
               COPY PERSON-INFO.

           FD REPORT-FILE.
           01 REPORT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
           01 WS-LOAN-EOF PIC A(1) VALUE "N".
           01 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.
           01 WS-LEAVER-COUNT PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-BALANCE PIC 9(11)V99 VALUE ZERO.
           01 WS-LEAVER-BALANCE PIC 9(11)V99 VALUE ZERO.

           01 WS-NAME PIC X(20).
           01 WS-FLAG PIC X(16).
           01 WS-LEFT-SW PIC X(1).
               88 WS-HAS-LEFT VALUE "Y".
           01 WS-PRINCIPAL-EDIT PIC Z(6)9.99.
           01 WS-INSTALMENT-EDIT PIC Z(6)9.99.
           01 WS-BALANCE-EDIT PIC Z(6)9.99.
           01 WS-LAST-EDIT PIC Z(6)9.99.
           01 WS-TOTAL-EDIT PIC Z(10)9.99.
           01 WS-TODAY PIC 9(8).
           01 WS-REPORT-LINE PIC X(110).

           01 WS-LOAN-PATH PIC X(80).
           01 WS-PERSON-PATH PIC X(80).
           01 WS-REPORT-PATH PIC X(80).
           01 WS-LOAN-STATUS PIC X(2).
           01 WS-PERSON-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-LOAN-PATH FROM ENVIRONMENT "LOAN_FILE".
           IF WS-LOAN-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Loans.txt"
                   TO WS-LOAN-PATH
           END-IF.
           ACCEPT WS-PERSON-PATH FROM ENVIRONMENT "WRITETEST_PERSON".
           IF WS-PERSON-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Person Info.txt"
                   TO WS-PERSON-PATH
           END-IF.
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "LOANRPT_REPORT".
           IF WS-REPORT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\LoanBalances.txt"
                   TO WS-REPORT-PATH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT PERSON.
           IF WS-PERSON-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PERSON FILE - STATUS "
                   WS-PERSON-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOAN BALANCES REPORT - STATUS "
                   WS-REPORT-STATUS
               CLOSE PERSON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "LOAN BALANCES PRINTED " WS-TODAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "LOAN  EMP   NAME                 T       LENT "
               "INSTALMENT  FROM     BALANCE LAST TAKEN"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *> no loan file yet simply means no loans
           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-STATUS = "00"
               PERFORM UNTIL WS-LOAN-EOF = "Y"
                   READ LOAN-FILE
                       AT END MOVE "Y" TO WS-LOAN-EOF
                       NOT AT END
                           IF LN-OPEN
                               PERFORM LIST-ONE-LOAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF.
           CLOSE PERSON.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-OPEN-COUNT = ZERO
               MOVE "   NO OPEN LOANS ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-TOTAL-BALANCE TO WS-TOTAL-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-OPEN-COUNT " OPEN LOANS, BALANCE OUTSTANDING "
                   WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-LEAVER-COUNT > ZERO
               MOVE WS-LEAVER-BALANCE TO WS-TOTAL-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-LEAVER-COUNT " OWED BY EMPLOYEES WHO HAVE "
                   "LEFT " WS-TOTAL-EDIT " - RECOVER FROM THEM "
                   "DIRECT"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.

           DISPLAY "LOANRPT: " WS-OPEN-COUNT " OPEN LOANS, "
               WS-LEAVER-COUNT " OWED BY LEAVERS".
           STOP RUN.

      *> the open loan just read, with its employee looked up - one
      *> no longer on the person file is reported as having left
       LIST-ONE-LOAN.
           ADD 1 TO WS-OPEN-COUNT.
           ADD LN-BALANCE TO WS-TOTAL-BALANCE.
           MOVE SPACES TO WS-FLAG.
           MOVE "N" TO WS-LEFT-SW.
           MOVE LN-PERSON-ID TO PERSON-ID.
           READ PERSON
               INVALID KEY
                   MOVE "*NOT ON FILE*" TO WS-NAME
                   MOVE "Y" TO WS-LEFT-SW
                   MOVE "NOT ON FILE" TO WS-FLAG
               NOT INVALID KEY
                   MOVE PERSON-NAME TO WS-NAME
                   PERFORM CHECK-FOR-LEAVER
           END-READ.
           IF WS-HAS-LEFT
               ADD 1 TO WS-LEAVER-COUNT
               ADD LN-BALANCE TO WS-LEAVER-BALANCE
           END-IF.
           MOVE LN-PRINCIPAL TO WS-PRINCIPAL-EDIT.
           MOVE LN-INSTALMENT TO WS-INSTALMENT-EDIT.
           MOVE LN-BALANCE TO WS-BALANCE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF LN-LAST-RUN = ZERO
               STRING LN-LOAN-NO " " LN-PERSON-ID " " WS-NAME " "
                   LN-TYPE " " WS-PRINCIPAL-EDIT " "
                   WS-INSTALMENT-EDIT " " LN-START-PERIOD " "
                   WS-BALANCE-EDIT " NONE YET            " WS-FLAG
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               MOVE LN-LAST-AMOUNT TO WS-LAST-EDIT
               STRING LN-LOAN-NO " " LN-PERSON-ID " " WS-NAME " "
                   LN-TYPE " " WS-PRINCIPAL-EDIT " "
                   WS-INSTALMENT-EDIT " " LN-START-PERIOD " "
                   WS-BALANCE-EDIT " " LN-LAST-RUN " " WS-LAST-EDIT
                   " " WS-FLAG
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *> inactive, or a termination date already passed, and the
      *> payroll will not reach the balance again
       CHECK-FOR-LEAVER.
           IF PERSON-INACTIVE
               MOVE "Y" TO WS-LEFT-SW
               MOVE "*** LEFT ***" TO WS-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF PERSON-TERM-DATE IS NUMERIC AND
                   PERSON-TERM-DATE NOT = ZERO
               IF PERSON-TERM-DATE NOT > WS-TODAY
                   MOVE "Y" TO WS-LEFT-SW
                   MOVE "*** LEFT ***" TO WS-FLAG
               ELSE
                   MOVE "LEAVING" TO WS-FLAG
               END-IF
           END-IF.

       END PROGRAM LOANRPT.
