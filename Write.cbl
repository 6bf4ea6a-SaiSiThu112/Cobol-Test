               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT POSITION-FILE ASSIGN TO DYNAMIC WS-POSITION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT PERSON ASSIGN TO DYNAMIC WS-PERSON-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PERSON-ID
               ALTERNATE RECORD KEY IS PERSON-NAME
                   WITH DUPLICATES
           01 DEPT-MASTER-LINE.
               COPY DEPT-MASTER.

           FD POSITION-FILE.
           01 POSITION-LINE.
               COPY POSITION-RECORD.

       WORKING-STORAGE SECTION.
           01 WS-PERSON-INFO-FILE.
               05 WS-PERSOM-ID PIC 9(5).
           01 WS-MAX-LEAVE PIC 9(3) VALUE 60.
           01 WS-PERSON-BANK-CODE PIC X(6).
           01 WS-PERSON-BANK-ACCT PIC 9(10).
           01 WS-PERSON-MANAGER-ID PIC 9(5).
           01 WS-CHAIN-STEPS PIC 9(4) COMP.
           01 WS-PERSON-POST-ID PIC X(6).

      *> the establishment from Positions.txt, for the funded-post
      *> warning and the post edit
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
           01 WS-DEPT-FUNDED PIC 9(4).
           01 WS-DEPT-ACTIVE PIC 9(4).
           01 WS-POST-HOLDER PIC 9(5).
           01 WS-SCAN-EOF PIC A(1).
      *> who is signed on at the menu - the program name when run
      *> stand-alone, so the lock always names somebody
           01 WS-OPERATOR-ID PIC X(10).
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
               MOVE "WRITETEST" TO WS-OPERATOR-ID
                   END-IF
               END-PERFORM.

      *> a hire past the posts the department is funded for is
      *> allowed - the budget round argues it out - but never
      *> without the warning
               MOVE SPACES TO WS-PERSON-POST-ID.
               PERFORM SCAN-THE-DEPARTMENT.
               IF WS-POST-COUNT > ZERO
                   IF WS-DEPT-ACTIVE NOT < WS-DEPT-FUNDED
                       DISPLAY "WARNING: " WS-PERSON-DEPT " IS FUNDED "
                           "FOR " WS-DEPT-FUNDED " POSTS AND HAS "
                           WS-DEPT-ACTIVE " ACTIVE STAFF"
                       DISPLAY "WARNING: THIS HIRE TAKES IT OVER "
                           "ESTABLISHMENT"
                   END-IF
               ELSE
                   DISPLAY "WARNING: NO ESTABLISHMENT ON FILE - "
                       "FUNDED POSTS NOT CHECKED"
               END-IF.

      *> the budgeted post the new hire fills - blank when there is
      *> none for them, which leaves them over establishment
               SET WS-EDIT-FAILED TO TRUE.
               PERFORM UNTIL WS-EDIT-OK
                   DISPLAY "Enter post ID (blank if none)"
                       WITH NO ADVANCING
                   ACCEPT WS-PERSON-POST-ID
                   INSPECT WS-PERSON-POST-ID CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   PERFORM CHECK-THE-POST
               END-PERFORM.

      *> how much holiday the contract gives per year - zero is a
      *> legal answer for casuals
               SET WS-EDIT-FAILED TO TRUE.
                   END-IF
               END-PERFORM.

      *> who the new hire reports to - an active employee already
      *> on file, or zero for nobody
               SET WS-EDIT-FAILED TO TRUE.
               PERFORM UNTIL WS-EDIT-OK
                   DISPLAY "Enter manager employee ID (0 if none)"
                       WITH NO ADVANCING
                   ACCEPT WS-PERSON-MANAGER-ID
                   PERFORM CHECK-THE-MANAGER
               END-PERFORM.

               ACCEPT WS-PERSON-HIRE-DATE FROM DATE YYYYMMDD.
      *> the hire date comes off the system clock, but it still goes
      *> through the shared edit - one discipline for every date
               MOVE WS-PERSON-LEAVE-ENT TO PERSON-LEAVE-ENT.
               MOVE WS-PERSON-BANK-CODE TO PERSON-BANK-CODE.
               MOVE WS-PERSON-BANK-ACCT TO PERSON-BANK-ACCT.
               MOVE WS-PERSON-MANAGER-ID TO PERSON-MANAGER-ID.
               MOVE WS-PERSON-POST-ID TO PERSON-POST-ID.
               SET PERSON-ACTIVE TO TRUE.
               WRITE PERSON-INFO-FILE
                   INVALID KEY
           CALL "FILELOCK" USING WS-LOCK-PARM.
           STOP RUN.

      *> the manager edit REWRITETEST applies too: zero passes, the
      *> manager must be on file and active, and the chain above the
      *> manager is walked to the top - meeting this employee on the
      *> way up would make the reporting lines a loop. A new hire
      *> cannot normally close one, nobody reports to them yet, but
      *> the check is the same. The reads use the record area, so
      *> this runs before the new record is built in it
       CHECK-THE-MANAGER.
           SET WS-EDIT-OK TO TRUE.
           IF WS-PERSON-MANAGER-ID = ZERO
               EXIT PARAGRAPH
           END-IF.
           SET WS-EDIT-FAILED TO TRUE.
           IF WS-PERSON-MANAGER-ID = WS-PERSOM-ID
               DISPLAY "NOBODY REPORTS TO THEMSELVES - RE-ENTER"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PERSON-MANAGER-ID TO PERSON-ID.
           READ PERSON
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
               IF PERSON-MANAGER-ID = WS-PERSOM-ID
                   DISPLAY "EMPLOYEE " WS-PERSON-MANAGER-ID
                       " ALREADY REPORTS UP TO " WS-PERSOM-ID
                       " - THAT WOULD BE A LOOP"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CHAIN-STEPS
               MOVE PERSON-MANAGER-ID TO PERSON-ID
               READ PERSON
                   INVALID KEY
                       SET WS-EDIT-OK TO TRUE
                       EXIT PARAGRAPH
               END-READ
           END-PERFORM.
           DISPLAY "THE CHAIN ABOVE MANAGER " WS-PERSON-MANAGER-ID
               " ALREADY RUNS IN A CIRCLE - RE-ENTER".

      *> the post edit REWRITETEST applies too: blank passes, the
      *> post must be on the establishment, in the employee's own
      *> department, and not already filled by another active
      *> employee. A grade different from the post's is only
      *> worth a warning - people are hired under and over grade
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
           PERFORM SCAN-THE-DEPARTMENT.
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

      *> one pass of the person file for the department's funded
      *> posts, its active staff and whoever else already fills
      *> WS-PERSON-POST-ID. The pass uses the record area, so this
      *> too runs before the new record is built in it
       SCAN-THE-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-FUNDED.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-POST-COUNT
               IF WS-PS-DEPT (WS-PS-IDX) = WS-PERSON-DEPT
                   ADD 1 TO WS-DEPT-FUNDED
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-DEPT-ACTIVE.
           MOVE ZERO TO WS-POST-HOLDER.
           MOVE ZERO TO PERSON-ID.
           START PERSON KEY IS NOT LESS THAN PERSON-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           IF WS-PERSON-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ PERSON NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF PERSON-ACTIVE AND
                               PERSON-ID NOT = WS-PERSOM-ID
                           IF PERSON-DEPT = WS-PERSON-DEPT
                               ADD 1 TO WS-DEPT-ACTIVE
                           END-IF
                           IF WS-PERSON-POST-ID NOT = SPACES AND
                                   PERSON-POST-ID = WS-PERSON-POST-ID
                               MOVE PERSON-ID TO WS-POST-HOLDER
                           END-IF
                       END-IF
               END-READ
               IF WS-PERSON-STATUS (1:1) NOT = "0"
                   MOVE "Y" TO WS-SCAN-EOF
               END-IF
           END-PERFORM.

       END PROGRAM WRITETEST.
