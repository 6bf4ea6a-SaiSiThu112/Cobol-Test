      *> leaves - so AUDITINQ reads a mass rise exactly like a keyed
      *> one. The review itself is logged to SalaryReview.txt with
      *> the effective date, so nobody gets missed and nobody asks
      *> later what was applied when. Each salary APPLY changes also
      *> goes on SalaryChanges.txt with the effective date, so a
      *> back-dated rise is paid as arrears by the next PAYREG run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

      *> one line per salary changed, for PAYREG's arrears
           SELECT SALARY-CHANGE-FILE ASSIGN TO DYNAMIC WS-CHANGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PERSON.
           01 PROPOSAL-LINE PIC X(100).

           FD PERSON-AUDIT-FILE.
           01 PERSON-AUDIT-LINE PIC X(140).

           FD REVIEW-LOG-FILE.
           01 REVIEW-LOG-LINE PIC X(100).

           FD SALARY-CHANGE-FILE.
           01 SALARY-CHANGE-REC.
               COPY SALARY-CHANGE.

       WORKING-STORAGE SECTION.
           01 WS-MODE-ARG PIC X(7).
           01 WS-MODE-SW PIC X(1).
               05 DE-MESSAGE PIC X(30).

      *> the BEFORE/AFTER entry exactly as REWRITETEST writes it
           01 WS-BEFORE-IMAGE PIC X(106).
           01 WS-AUDIT-ENTRY.
               05 AUD-PERSON-ID PIC 9(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-TAG PIC X(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-IMAGE PIC X(106).
           01 WS-AUDIT-DATE PIC 9(8).
           01 WS-AUDIT-TIME PIC 9(8).

           01 WS-PERSON-PATH PIC X(80).
           01 WS-PROPOSAL-PATH PIC X(80).
           01 WS-REVIEW-PATH PIC X(80).
           01 WS-CHANGE-PATH PIC X(80).
           01 WS-CHANGE-STATUS PIC X(2).
           01 WS-PERSON-STATUS PIC X(2).
           01 WS-PROPOSAL-STATUS PIC X(2).
           01 WS-AUDIT-STATUS PIC X(2).
               MOVE "C:\Users\25-00229\Desktop\SalaryReview.txt"
                   TO WS-REVIEW-PATH
           END-IF.
           ACCEPT WS-CHANGE-PATH FROM ENVIRONMENT "SALARY_CHANGES".
           IF WS-CHANGE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SalaryChanges.txt"
                   TO WS-CHANGE-PATH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           DISPLAY "Enter grade to review (ALL for every grade)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-APPLY-MODE
               OPEN EXTEND SALARY-CHANGE-FILE
               IF WS-CHANGE-STATUS = "35"
                   OPEN OUTPUT SALARY-CHANGE-FILE
               END-IF
               IF WS-CHANGE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING SALARY CHANGE FILE - "
                       "STATUS " WS-CHANGE-STATUS
                   CLOSE PERSON
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT PROPOSAL-FILE.
           IF WS-PROPOSAL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PROPOSAL FILE - STATUS "
               END-READ
           END-PERFORM.
           CLOSE PERSON.
           IF WS-APPLY-MODE
               CLOSE SALARY-CHANGE-FILE
           END-IF.

           MOVE WS-OLD-TOTAL TO WS-TOTAL-EDIT-1.
           MOVE WS-NEW-TOTAL TO WS-TOTAL-EDIT-2.
                   NOT INVALID KEY
                       ADD 1 TO WS-APPLIED-COUNT
                       PERFORM LOG-BEFORE-AND-AFTER
                       PERFORM LOG-THE-CHANGE
               END-REWRITE
           END-IF.

      *> the change as PAYREG needs it to pay any arrears
       LOG-THE-CHANGE.
           MOVE PERSON-ID TO SC-PERSON-ID.
           MOVE WS-ASK-EFFECTIVE TO SC-EFFECTIVE-DATE.
           MOVE WS-OLD-SALARY TO SC-OLD-SALARY.
           MOVE PERSON-SALARY TO SC-NEW-SALARY.
           MOVE WS-TODAY TO SC-APPLIED-DATE.
           MOVE WS-OPERATOR-ID TO SC-OPERATOR.
           MOVE ZERO TO SC-ARREARS-RUN.
           MOVE ZERO TO SC-ARREARS-AMOUNT.
           WRITE SALARY-CHANGE-REC.

      *> two lines per applied update, exactly as REWRITETEST
      *> writes them - AUDITINQ cannot tell the two paths apart
       LOG-BEFORE-AND-AFTER.
