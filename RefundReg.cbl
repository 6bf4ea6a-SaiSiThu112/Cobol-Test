       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUNDREG.

      *> the refund register: given the first and last day of the
      *> period on the command line (YYYYMMDD YYYYMMDD, the TAXRPT
      *> convention), every refund credit COURSEDROP and WITHDRAW
      *> raised in Charges.txt in the period is listed - the day it
      *> was raised, the student, the course and term it was
      *> credited against, whether it came from a course drop or a
      *> withdrawal, and the amount - with the count and total for
      *> each kind and for the period. Charges themselves are not
      *> listed; INVOICE's own run totals cover those.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CHARGE-FILE ASSIGN TO DYNAMIC WS-CHARGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CHARGE-FILE.
           01 CHARGE-REC.
               COPY CHARGE.

           FD REGISTER-FILE.
           01 REGISTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-ARGS PIC X(20).
           01 WS-ARG-FIELDS REDEFINES WS-ARGS.
               05 WS-START-DATE PIC X(8).
               05 FILLER PIC X(1).
               05 WS-END-DATE PIC X(8).
               05 FILLER PIC X(3).
           01 WS-FROM-DATE PIC 9(8).
           01 WS-TO-DATE PIC 9(8).

           01 WS-CHARGE-EOF PIC A(1) VALUE "N".
           01 WS-DROP-COUNT PIC 9(5) VALUE ZERO.
           01 WS-DROP-TOTAL PIC 9(9)V99 VALUE ZERO.
           01 WS-WDRAW-COUNT PIC 9(5) VALUE ZERO.
           01 WS-WDRAW-TOTAL PIC 9(9)V99 VALUE ZERO.
           01 WS-ALL-COUNT PIC 9(5) VALUE ZERO.
           01 WS-ALL-TOTAL PIC 9(9)V99 VALUE ZERO.

           01 WS-REASON-WORD PIC X(11).
           01 WS-AMOUNT-EDIT PIC ZZ,ZZ9.99.
           01 WS-TOTAL-EDIT PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-COUNT-EDIT PIC ZZZZ9.
           01 WS-REPORT-LINE PIC X(80).

           01 WS-CHARGE-PATH PIC X(80).
           01 WS-REGISTER-PATH PIC X(80).
           01 WS-CHARGE-STATUS PIC X(2).
           01 WS-REGISTER-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ARGS FROM COMMAND-LINE.
           IF WS-START-DATE NOT NUMERIC OR WS-END-DATE NOT NUMERIC
               DISPLAY "REFUNDREG: GIVE THE PERIOD AS "
                   "YYYYMMDD YYYYMMDD ON THE COMMAND LINE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-START-DATE TO WS-FROM-DATE.
           MOVE WS-END-DATE TO WS-TO-DATE.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "REFUNDREG: PERIOD START " WS-FROM-DATE
                   " IS AFTER ITS END " WS-TO-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-CHARGE-PATH FROM ENVIRONMENT "CHARGES_FILE".
           IF WS-CHARGE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Charges.txt"
                   TO WS-CHARGE-PATH
           END-IF.
           ACCEPT WS-REGISTER-PATH FROM ENVIRONMENT "REFUNDREG_REPORT".
           IF WS-REGISTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\RefundRegister.txt"
                   TO WS-REGISTER-PATH
           END-IF.

           OPEN OUTPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REFUND REGISTER - STATUS "
                   WS-REGISTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REFUND REGISTER FOR THE PERIOD " WS-FROM-DATE
               " TO " WS-TO-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE "RAISED   STUDENT COURSE TERM   REASON         AMOUNT"
               TO REGISTER-LINE.
           WRITE REGISTER-LINE.

      *> no charges file just means nothing raised yet
           OPEN INPUT CHARGE-FILE.
           IF WS-CHARGE-STATUS = "00"
               PERFORM UNTIL WS-CHARGE-EOF = "Y"
                   READ CHARGE-FILE
                       AT END MOVE "Y" TO WS-CHARGE-EOF
                       NOT AT END PERFORM LIST-ONE-CREDIT
                   END-READ
               END-PERFORM
               CLOSE CHARGE-FILE
           ELSE
               IF WS-CHARGE-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING CHARGES FILE - STATUS "
                       WS-CHARGE-STATUS
                   CLOSE REGISTER-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           IF WS-ALL-COUNT = ZERO
               MOVE "NO REFUND CREDITS RAISED IN THE PERIOD"
                   TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE "DROPS" TO WS-REASON-WORD.
           MOVE WS-DROP-COUNT TO WS-COUNT-EDIT.
           MOVE WS-DROP-TOTAL TO WS-TOTAL-EDIT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "WITHDRAWALS" TO WS-REASON-WORD.
           MOVE WS-WDRAW-COUNT TO WS-COUNT-EDIT.
           MOVE WS-WDRAW-TOTAL TO WS-TOTAL-EDIT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "PERIOD" TO WS-REASON-WORD.
           MOVE WS-ALL-COUNT TO WS-COUNT-EDIT.
           MOVE WS-ALL-TOTAL TO WS-TOTAL-EDIT.
           PERFORM WRITE-TOTAL-LINE.
           CLOSE REGISTER-FILE.

           DISPLAY "REFUND REGISTER " WS-FROM-DATE " TO " WS-TO-DATE
               ": " WS-COUNT-EDIT " CREDITS TOTALLING " WS-TOTAL-EDIT.
           STOP RUN.

       LIST-ONE-CREDIT.
           IF NOT CH-IS-CREDIT
               EXIT PARAGRAPH
           END-IF.
           IF CH-DATE < WS-FROM-DATE OR CH-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF.
           IF CH-TYPE = "D"
               MOVE "DROP" TO WS-REASON-WORD
               ADD 1 TO WS-DROP-COUNT
               ADD CH-AMOUNT TO WS-DROP-TOTAL
           ELSE
               MOVE "WITHDRAWAL" TO WS-REASON-WORD
               ADD 1 TO WS-WDRAW-COUNT
               ADD CH-AMOUNT TO WS-WDRAW-TOTAL
           END-IF.
           ADD 1 TO WS-ALL-COUNT.
           ADD CH-AMOUNT TO WS-ALL-TOTAL.
           MOVE CH-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING CH-DATE " " CH-STUDENT-ID "   "
               CH-COURSE-CODE "  " CH-TERM " "
               WS-REASON-WORD " " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOTAL " WS-REASON-WORD " " WS-COUNT-EDIT
               " CREDITS " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.

       END PROGRAM REFUNDREG.
