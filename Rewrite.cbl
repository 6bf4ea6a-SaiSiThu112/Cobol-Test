               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT POSITION-FILE ASSIGN TO DYNAMIC WS-POSITION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT PERSON-INFO ASSIGN TO DYNAMIC WS-PERSON-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           01 DEPT-MASTER-LINE.
               COPY DEPT-MASTER.

           FD POSITION-FILE.
           01 POSITION-LINE.
               COPY POSITION-RECORD.

           FD PERSON-AUDIT-FILE.
           01 PERSON-AUDIT-LINE PIC X(140).

       WORKING-STORAGE SECTION.
           01 WS-PERSON-INFO-FILE.
           01 WS-MAX-LEAVE PIC 9(3) VALUE 60.
           01 WS-PERSON-BANK-CODE PIC X(6).
           01 WS-PERSON-BANK-ACCT PIC 9(10).
           01 WS-PERSON-MANAGER-ID PIC 9(5).
           01 WS-CHAIN-STEPS PIC 9(4) COMP.
           01 WS-PERSON-POST-ID PIC X(6).

      *> the establishment from Positions.txt, for the post edit
           01 WS-POST-TABLE.
               05 WS-PS-ENTRY OCCURS 500 TIMES INDEXED BY WS-PS-IDX.
                   10 WS-PS-ID PIC X(6).
                   10 WS-PS-DEPT PIC X(4).
                   10 WS-PS-GRADE PIC X(2).
           01 WS-POST-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-POSITION-EOF PIC A(1) VALUE "N".
           01 WS-POSITION-PATH PIC X(80).
           01 WS-POSITION-STATUS PIC X(2).
           01 WS-POST-OK-SW PIC X(1).
               88 WS-POST-OK VALUE "Y".
           01 WS-MATCH-IDX PIC 9(4) COMP.
           01 WS-POST-HOLDER PIC 9(5).
           01 WS-SCAN-EOF PIC A(1).
      *> who is signed on at the menu - the program name when run
      *> stand-alone, so the lock always names somebody
           01 WS-OPERATOR-ID PIC X(10).

      *> the record exactly as it stood before the update, captured
      *> the moment the READ lands
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
           01 WS-PERSON-AUDIT-STATUS PIC X(2).
               END-PERFORM
               CLOSE DEPT-MASTER-FILE
           END-IF.
           ACCEPT WS-POSITION-PATH FROM ENVIRONMENT "POSITIONS_FILE".
           IF WS-POSITION-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Positions.txt"
                   TO WS-POSITION-PATH
           END-IF.
           OPEN INPUT POSITION-FILE.
           IF WS-POSITION-STATUS = "00"
               PERFORM UNTIL WS-POSITION-EOF = "Y"
                   READ POSITION-FILE
                       AT END MOVE "Y" TO WS-POSITION-EOF
                       NOT AT END
                           IF WS-POST-COUNT < 500
                               ADD 1 TO WS-POST-COUNT
                               SET WS-PS-IDX TO WS-POST-COUNT
                               MOVE POS-ID TO WS-PS-ID (WS-PS-IDX)
                               MOVE POS-DEPT
                                   TO WS-PS-DEPT (WS-PS-IDX)
                               MOVE POS-GRADE
                                   TO WS-PS-GRADE (WS-PS-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-FILE
           END-IF.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF WS-OPERATOR-ID = SPACES
               MOVE "REWRITE" TO WS-OPERATOR-ID
                       END-IF
                   END-PERFORM

      *> the post follows the department it must belong to; the
      *> filled-post check reads the whole file through the record
      *> area, so the record is put back once it is done
                   DISPLAY "Current post        : " PERSON-POST-ID
                   SET WS-EDIT-FAILED TO TRUE
                   PERFORM UNTIL WS-EDIT-OK
                       DISPLAY "Enter post ID (blank if none)"
                           WITH NO ADVANCING
                       ACCEPT WS-PERSON-POST-ID
                       INSPECT WS-PERSON-POST-ID CONVERTING
                           "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       PERFORM CHECK-THE-POST
                   END-PERFORM
                   MOVE WS-BEFORE-IMAGE TO PERSON-INFO-FILE

      *> a termination date must be a real calendar day, not in the
      *> future, and never before the hire date - February 31st and
      *> backwards employment both die here now
                       END-IF
                   END-PERFORM

      *> the manager comes last: the loop check reads up the chain
      *> through the record area, so the record is put back from
      *> the before image once it is done
                   IF PERSON-MANAGER-ID IS NUMERIC
                       DISPLAY "Current manager     : "
                           PERSON-MANAGER-ID
                   ELSE
                       DISPLAY "Current manager     : NONE"
                   END-IF
                   SET WS-EDIT-FAILED TO TRUE
                   PERFORM UNTIL WS-EDIT-OK
                       DISPLAY "Enter manager employee ID (0 if "
                           "none)" WITH NO ADVANCING
                       ACCEPT WS-PERSON-MANAGER-ID
                       PERFORM CHECK-THE-MANAGER
                   END-PERFORM
                   MOVE WS-BEFORE-IMAGE TO PERSON-INFO-FILE

                   MOVE WS-PERSON-STATUS TO PERSON-STATUS
                   MOVE WS-PERSON-NAME TO PERSON-NAME
                   MOVE WS-PERSON-AGE TO PERSON-AGE
                   MOVE WS-PERSON-GENDER TO PERSON-GENDER
                   MOVE WS-PERSON-LEAVE-ENT TO PERSON-LEAVE-ENT
                   MOVE WS-PERSON-BANK-CODE TO PERSON-BANK-CODE
                   MOVE WS-PERSON-BANK-ACCT TO PERSON-BANK-ACCT
                   MOVE WS-PERSON-MANAGER-ID TO PERSON-MANAGER-ID
                   MOVE WS-PERSON-POST-ID TO PERSON-POST-ID
                   REWRITE PERSON-INFO-FILE
                       INVALID KEY DISPLAY "INVALID KEY"
                       NOT INVALID KEY
           WRITE PERSON-AUDIT-LINE FROM WS-AUDIT-ENTRY.
           CLOSE PERSON-AUDIT-FILE.

      *> the manager edit WRITETEST applies too: zero passes, the
      *> manager must be on file and active, and the chain above the
      *> manager is walked to the top - meeting this employee on the
      *> way up means the change would make the reporting lines a
      *> loop. A chain already broken by a missing record stops the
      *> walk without complaint; one already running in a circle is
      *> caught by the step limit
       CHECK-THE-MANAGER.
           SET WS-EDIT-OK TO TRUE.
           IF WS-PERSON-MANAGER-ID = ZERO
               EXIT PARAGRAPH
           END-IF.
           SET WS-EDIT-FAILED TO TRUE.
           IF WS-PERSON-MANAGER-ID = WS-PERSON-ID
               DISPLAY "NOBODY REPORTS TO THEMSELVES - RE-ENTER"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PERSON-MANAGER-ID TO PERSON-ID.
           READ PERSON-INFO RECORD
               KEY IS PERSON-ID
               INVALID KEY
                   DISPLAY "MANAGER " WS-PERSON-MANAGER-ID
                       " IS NOT ON FILE - RE-ENTER"
                   EXIT PARAGRAPH
           END-READ.
           IF NOT PERSON-ACTIVE
               DISPLAY "MANAGER " WS-PERSON-MANAGER-ID
                   " IS NOT ACTIVE - RE-ENTER"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-CHAIN-STEPS.
           PERFORM UNTIL WS-CHAIN-STEPS > 500
               IF PERSON-MANAGER-ID NOT NUMERIC OR
                       PERSON-MANAGER-ID = ZERO
                   SET WS-EDIT-OK TO TRUE
                   EXIT PARAGRAPH
               END-IF
               IF PERSON-MANAGER-ID = WS-PERSON-ID
                   DISPLAY "EMPLOYEE " WS-PERSON-MANAGER-ID
                       " ALREADY REPORTS UP TO " WS-PERSON-ID
                       " - THAT WOULD BE A LOOP"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CHAIN-STEPS
               MOVE PERSON-MANAGER-ID TO PERSON-ID
               READ PERSON-INFO RECORD
                   KEY IS PERSON-ID
                   INVALID KEY
                       SET WS-EDIT-OK TO TRUE
                       EXIT PARAGRAPH
               END-READ
           END-PERFORM.
           DISPLAY "THE CHAIN ABOVE MANAGER " WS-PERSON-MANAGER-ID
               " ALREADY RUNS IN A CIRCLE - RE-ENTER".

      *> the post edit WRITETEST applies too: blank passes, the
      *> post must be on the establishment, in the employee's own
      *> department, and not filled by any other active employee -
      *> keeping the post they already hold passes. A grade
      *> different from the post's is only worth a warning
       CHECK-THE-POST.
           SET WS-EDIT-OK TO TRUE.
           IF WS-PERSON-POST-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           SET WS-EDIT-FAILED TO TRUE.
           MOVE "N" TO WS-POST-OK-SW.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-POST-COUNT
               IF WS-PS-ID (WS-PS-IDX) = WS-PERSON-POST-ID
                   SET WS-POST-OK TO TRUE
                   MOVE WS-PS-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-POST-OK
               DISPLAY "POST " WS-PERSON-POST-ID
                   " IS NOT ON THE ESTABLISHMENT - RE-ENTER"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PS-DEPT (WS-MATCH-IDX) NOT = WS-PERSON-DEPT
               DISPLAY "POST " WS-PERSON-POST-ID " BELONGS TO "
                   WS-PS-DEPT (WS-MATCH-IDX) " - RE-ENTER"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-POST-HOLDER.
           MOVE ZERO TO PERSON-ID.
           START PERSON-INFO KEY IS NOT LESS THAN PERSON-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ PERSON-INFO NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF PERSON-ACTIVE AND
                               PERSON-ID NOT = WS-PERSON-ID AND
                               PERSON-POST-ID = WS-PERSON-POST-ID
                           MOVE PERSON-ID TO WS-POST-HOLDER
                       END-IF
               END-READ
               IF WS-PERSON-FILE-STATUS (1:1) NOT = "0"
                   MOVE "Y" TO WS-SCAN-EOF
               END-IF
           END-PERFORM.
           IF WS-POST-HOLDER NOT = ZERO
               DISPLAY "POST " WS-PERSON-POST-ID " IS FILLED BY "
                   WS-POST-HOLDER " - RE-ENTER"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PS-GRADE (WS-MATCH-IDX) NOT = WS-PERSON-GRADE
               DISPLAY "WARNING: POST " WS-PERSON-POST-ID
                   " IS GRADE " WS-PS-GRADE (WS-MATCH-IDX)
           END-IF.
           SET WS-EDIT-OK TO TRUE.

      *> for the manager who knows "Aung something in dispatch" but
      *> not the number: position on the name and page forward until
      *> the right employee - and their ID - turns up
