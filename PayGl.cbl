      *> is gone so the department is unknowable - rejects the whole
      *> run, and the postings must net to zero before the file is
      *> released; a rejected run leaves PayrollPostings.txt empty,
      *> exactly the GLEXTRACT discipline. The employer's pension
      *> contributions on the run's lines are a cost on top of
      *> gross, posted as one more debit and credit pair through
      *> the map's PENS line (the pension cost account and the
      *> provider's creditor account) - with contributions to post
      *> and no PENS line, the run is rejected like any unmapped
      *> department.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 WS-UNMAPPED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-UNKNOWN-EMP-COUNT PIC 9(5) VALUE ZERO.
           01 WS-LINES-TAKEN PIC 9(5) VALUE ZERO.
           01 WS-PENSION-COST PIC 9(11)V99 VALUE ZERO.

           01 WS-RUN-DATE PIC 9(8).
           01 WS-CMD-DATE PIC X(8).
                   PERFORM WRITE-ONE-POSTING-PAIR
               END-IF
           END-PERFORM.
           IF WS-PENSION-COST NOT = ZERO
               PERFORM WRITE-PENSION-PAIR
           END-IF.
           CLOSE GL-POSTING-FILE.

           IF WS-UNMAPPED-COUNT > ZERO
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *> lines from before the pension scheme carry no
      *> contributions
       TALLY-ONE-PAY-LINE.
           ADD 1 TO WS-LINES-TAKEN.
           IF PH-PENSION-ER IS NUMERIC
               ADD PH-PENSION-ER TO WS-PENSION-COST
           END-IF.
           MOVE PH-PERSON-ID TO PERSON-ID.
           READ PERSON
               INVALID KEY
               ADD 1 TO WS-POSTING-COUNT
           END-IF.

      *> the employer pension cost, one pair through the PENS line
       WRITE-PENSION-PAIR.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-DEPT (WS-MAP-IDX) = "PENS"
                   SET WS-FOUND TO TRUE
                   MOVE WS-MAP-DEBIT (WS-MAP-IDX) TO WS-DEBIT-ACCT
                   MOVE WS-MAP-CREDIT (WS-MAP-IDX)
                       TO WS-CREDIT-ACCT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               ADD 1 TO WS-UNMAPPED-COUNT
               DISPLAY "NO ACCOUNT MAPPING FOR THE EMPLOYER PENSION "
                   "COST - ADD A PENS LINE"
           ELSE
               MOVE WS-RUN-DATE TO GL-DATE
               MOVE WS-DEBIT-ACCT TO GL-ACCOUNT
               MOVE "DR" TO GL-DRCR
               MOVE WS-PENSION-COST TO GL-AMOUNT
               MOVE "PAYROLL" TO GL-SOURCE
               MOVE ZERO TO GL-BRANCH
               MOVE "PENSION" TO GL-TYPE
               WRITE GL-POSTING-LINE
               ADD WS-PENSION-COST TO WS-TOTAL-DEBITS
               ADD 1 TO WS-POSTING-COUNT
               MOVE WS-CREDIT-ACCT TO GL-ACCOUNT
               MOVE "CR" TO GL-DRCR
               WRITE GL-POSTING-LINE
               ADD WS-PENSION-COST TO WS-TOTAL-CREDITS
               ADD 1 TO WS-POSTING-COUNT
           END-IF.

       END PROGRAM PAYGL.
